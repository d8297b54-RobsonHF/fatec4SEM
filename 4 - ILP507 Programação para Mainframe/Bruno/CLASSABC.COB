      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-11                        *
      * Purpose: Curva ABC mensal: ordena os *
      *          SKUs pelo valor vendido nos *
      *          ultimos 90 dias, grava a    *
      *          classe (A/B/C) no BOLINHO e *
      *          refaz o plano de contagem   *
      *          ciclica (A toda semana, B   *
      *          todo mes, C a cada trimes-  *
      *          tre) no CICLOCNT.DAT        *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLASSABC.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CHAVE-PRODUTO
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY    IS FORN-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY    IS CODIGO-BARRAS WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT CICLOCNT ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CIC-CHAVE
           FILE STATUS             IS WS-STATUS-CICLOCNT.

           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDAS.

           SELECT ARQMES ASSIGN TO DYNAMIC WS-NOME-ARQMES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-ARQMES.

           SELECT VENDFECH ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDFECH.

           SELECT BOLJORNL ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-BOLJORNL.

           SELECT RELABC ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELABC.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLINHO.DAT".
           01 PRODUTO.
               05 CHAVE-PRODUTO.
                   10 SKU          PIC 9(04).
                   10 LOCAL        PIC X(02).
               05 CODIGO-BARRAS    PIC 9(13).
               05 NOME             PIC X(30).
               05 VALIDADE.
                   10 DIA          PIC 99.
                   10 MES          PIC 99.
                   10 ANO          PIC 9(04).
               05 VALOR-CUSTO      PIC 9(04)V99.
               05 VALOR-VENDA      PIC 9(04)V99.
               05 QTD-ESTOQUE      PIC 9(04).
               05 FORNECEDOR.
                   10 FORN-NOME            PIC X(25).
                   10 FORN-TELEFONE.
                       15 FORN-DDD         PIC 9(03).
                       15 FORN-NUM-TEL     PIC 9(09).
                   10 FORN-PRAZO-ENTREGA   PIC 9(02).
               05 QTD-LOTES-ADICIONAIS     PIC 9(01).
               05 LOTE-ADICIONAL OCCURS 5 TIMES.
                   10 LOTE-VALIDADE.
                       15 LOTE-DIA         PIC 99.
                       15 LOTE-MES         PIC 99.
                       15 LOTE-ANO         PIC 9(04).
                   10 LOTE-QTD-ESTOQUE     PIC 9(04).
      * Grupo de mercadoria (CH=chocolates, BA=balas,
      * SG=salgados, BE=bebidas, OU=outros)
               05 GRUPO                PIC X(02).
      * "U" = vendido por unidade (espaco nos registros
      * antigos vale "U"); "P" = granel vendido por peso:
      * as quantidades de estoque e de venda ficam em
      * GRAMAS e o preco de venda e por quilo;
      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

      * Plano de contagem ciclica: quando cada SKU/local volta
      * a ser contado (a contagem no BOLINHO reagenda o item)
       FD CICLOCNT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CICLOCNT.DAT".
           01 REG-CICLOCNT.
               05 CIC-CHAVE.
                   10 CIC-SKU              PIC 9(04).
                   10 CIC-LOCAL            PIC X(02).
               05 CIC-CLASSE               PIC X(01).
      * datas em AAAAMMDD; ultima contagem zerada = nunca contado
               05 CIC-PROX-CONTAGEM        PIC 9(08).
               05 CIC-ULT-CONTAGEM         PIC 9(08).

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

       FD BOLJORNL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLJORNL.DAT".
           01 REG-BOLJORNL.
               05 JRN-DATA.
                   10 JRN-DIA              PIC 99.
                   10 JRN-MES              PIC 99.
                   10 JRN-ANO              PIC 9(04).
               05 JRN-HORA                 PIC X(06).
               05 JRN-PROGRAMA             PIC X(08).
      * "W" = inclusao, "R" = regravacao, "D" = exclusao
               05 JRN-OPERACAO             PIC X(01).
               05 JRN-CHAVE                PIC X(06).
      * Imagem completa do registro depois da operacao (vazia
      * na exclusao); e o que o ARQUTIL reaplica na recuperacao
               05 JRN-IMAGEM               PIC X(180).

       FD RELABC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CLASSABC.LST".
           01 REG-RELABC                       PIC X(100).

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
           77 WS-STATUS-ARQUIVO            PIC X(02).
           77 WS-STATUS-CICLOCNT           PIC X(02).
           77 WS-STATUS-VENDAS             PIC X(02).
           77 WS-STATUS-ARQMES             PIC X(02).
           77 WS-STATUS-VENDFECH           PIC X(02).
           77 WS-STATUS-BOLJORNL           PIC X(02).
           77 WS-STATUS-RELABC             PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELABC              PIC X(100) VALUE SPACES.

           77 WS-NOME-ARQMES               PIC X(13) VALUE SPACES.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".
           77 WS-FCH-EOF                   PIC X     VALUE "N".
           77 WS-CIC-ACHOU                 PIC X     VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.
           77 WS-JRN-OPERACAO              PIC X(01) VALUE SPACES.

      * Parametro via SYSIN: dias de venda considerados
      * (zeros vale 90)
           77 WS-PARM-DIAS                 PIC 9(03) VALUE ZEROS.

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

      * Fatia acumulada do valor vendido que fecha cada classe
           77 WS-ABC-PCT-A                 PIC 9(03) VALUE 80.
           77 WS-ABC-PCT-B                 PIC 9(03) VALUE 95.
      * Intervalo entre contagens de cada classe, em dias
           77 WS-CIC-DIAS-A                PIC 9(03) VALUE 7.
           77 WS-CIC-DIAS-B                PIC 9(03) VALUE 30.
           77 WS-CIC-DIAS-C                PIC 9(03) VALUE 90.

           77 WS-ABC-TOTAL                 PIC S9(11)V99 VALUE ZEROS.
           77 WS-ABC-ACUM                  PIC S9(11)V99 VALUE ZEROS.
           77 WS-ABC-LIMITE-A              PIC S9(11)V99 VALUE ZEROS.
           77 WS-ABC-LIMITE-B              PIC S9(11)V99 VALUE ZEROS.
           77 WS-ABC-PCT-ACUM              PIC 9(03)V9 VALUE ZEROS.
           77 WS-CLASSE                    PIC X(01) VALUE SPACES.

           77 WS-SKU-IDX                   PIC 9(05) VALUE ZEROS.
           77 WS-RNK-USADOS                PIC 9(04) VALUE ZEROS.
           77 WS-RNK-IDX                   PIC 9(04) VALUE ZEROS.
           77 WS-RNK-POS                   PIC 9(04) VALUE ZEROS.
           77 WS-RNK-PAROU                 PIC X     VALUE "N".

           77 WS-QTD-A                     PIC 9(05) VALUE ZEROS.
           77 WS-QTD-B                     PIC 9(05) VALUE ZEROS.
           77 WS-QTD-C                     PIC 9(05) VALUE ZEROS.
           77 WS-VAL-A                     PIC S9(11)V99 VALUE ZEROS.
           77 WS-VAL-B                     PIC S9(11)V99 VALUE ZEROS.
           77 WS-VAL-C                     PIC S9(11)V99 VALUE ZEROS.

           77 WS-PRD-LIDOS                 PIC 9(05) VALUE ZEROS.
           77 WS-PRD-ALTERADOS             PIC 9(05) VALUE ZEROS.
           77 WS-PLN-NOVOS                 PIC 9(05) VALUE ZEROS.
           77 WS-PLN-ATUALIZADOS           PIC 9(05) VALUE ZEROS.
           77 WS-PLN-REMOVIDOS             PIC 9(05) VALUE ZEROS.
      * Itens nunca contados de cada classe, espalhados pelos
      * dias do intervalo para a folha diaria nao encher
           77 WS-SEQ-A                     PIC 9(05) VALUE ZEROS.
           77 WS-SEQ-B                     PIC 9(05) VALUE ZEROS.
           77 WS-SEQ-C                     PIC 9(05) VALUE ZEROS.
           77 WS-SEQ                       PIC 9(05) VALUE ZEROS.
           77 WS-INTERVALO                 PIC 9(03) VALUE ZEROS.
           77 WS-DESLOCA                   PIC 9(03) VALUE ZEROS.
           77 WS-QUOCIENTE                 PIC 9(05) VALUE ZEROS.

           77 WS-VALOR-PRINT               PIC -(09)9,99.
           77 WS-PCT-PRINT                 PIC ZZ9,9.
           77 WS-QTD-PRINT                 PIC Z(04)9.
           77 WS-NOV-PRINT                 PIC Z(04)9.
           77 WS-ATU-PRINT                 PIC Z(04)9.
           77 WS-REM-PRINT                 PIC Z(04)9.

      * Valor vendido e classe de cada SKU (o SKU e o indice)
       01 TABELA-ABC.
           05 TAB-ABC-ITEM OCCURS 9999 TIMES.
               10 TAB-ABC-VALOR            PIC S9(09)V99.
               10 TAB-ABC-CLASSE           PIC X(01).

      * SKUs com venda, do maior para o menor valor
       01 TABELA-RANK.
           05 TAB-RNK-ITEM OCCURS 9999 TIMES.
               10 TAB-RNK-SKU              PIC 9(04).
               10 TAB-RNK-VALOR            PIC S9(09)V99.

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

           OPEN OUTPUT RELABC
           IF WS-STATUS-RELABC NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELABC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN I-O ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "Erro na abertura do BOLINHO.DAT: "
                   WS-STATUS-ARQUIVO
               CLOSE RELABC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN I-O CICLOCNT
           IF WS-STATUS-CICLOCNT = "35"
               OPEN OUTPUT CICLOCNT
               CLOSE CICLOCNT
               OPEN I-O CICLOCNT.
           IF WS-STATUS-CICLOCNT NOT = "00"
               DISPLAY "Erro na abertura do CICLOCNT.DAT: "
                   WS-STATUS-CICLOCNT
               CLOSE RELABC ARQUIVO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           INITIALIZE TABELA-ABC
           PERFORM P-LE-VENDAS THRU P-LE-VENDAS-FIM
           PERFORM P-LE-ARQUIVADOS THRU P-LE-ARQUIVADOS-FIM

           PERFORM P-ORDENA
           PERFORM P-CLASSIFICA

           PERFORM P-CABECALHO
           PERFORM P-LISTA-RANK
               VARYING WS-RNK-IDX FROM 1 BY 1
               UNTIL WS-RNK-IDX > WS-RNK-USADOS

           PERFORM P-ATUALIZA-PRODUTOS THRU P-ATUALIZA-PRODUTOS-FIM
           PERFORM P-LIMPA-PLANO THRU P-LIMPA-PLANO-FIM

           PERFORM P-RODAPE
           CLOSE RELABC ARQUIVO CICLOCNT

           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           DISPLAY "Curva ABC: " WS-QTD-A " A, " WS-QTD-B " B, "
               WS-QTD-C " C; detalhe em CLASSABC.LST."
           GO TO P-FIM-STOP-RUN.

      ***************************************************
      * Janela de vendas: de hoje menos os dias do SYSIN *
      * ate hoje                                         *
      ***************************************************
       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DIAS
           IF WS-PARM-DIAS = ZEROS
               MOVE 90 TO WS-PARM-DIAS.
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
      * Valor vendido por SKU na janela: arquivo vivo e  *
      * os meses ja arquivados pelo VENDARQ              *
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
               PERFORM P-ACUMULA-VENDA.

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
               PERFORM P-ACUMULA-VENDA.

      * Devolucao abate o valor; venda fiado conta como venda
       P-ACUMULA-VENDA.
           MOVE VND-ANO TO WS-MOV-AMD(1:4)
           MOVE VND-MES TO WS-MOV-AMD(5:2)
           MOVE VND-DIA TO WS-MOV-AMD(7:2)
           IF WS-MOV-AMD NOT < WS-CORTE-AMD AND
               WS-MOV-AMD NOT > WS-HOJE-AMD AND
               VND-SKU NUMERIC AND VND-SKU > ZEROS
               ADD 1 TO WS-REGISTROS-LIDOS
               IF VND-TIPO = "D"
                   SUBTRACT VND-VALOR-TOTAL
                       FROM TAB-ABC-VALOR(VND-SKU)
               ELSE
                   ADD VND-VALOR-TOTAL TO TAB-ABC-VALOR(VND-SKU).

      ***************************************************
      * Ordena os SKUs com venda pelo valor (insercao    *
      * direta, do maior para o menor)                   *
      ***************************************************
       P-ORDENA.
           MOVE ZEROS TO WS-RNK-USADOS WS-ABC-TOTAL
           PERFORM P-ORDENA-SKU
               VARYING WS-SKU-IDX FROM 1 BY 1
               UNTIL WS-SKU-IDX > 9999.

       P-ORDENA-SKU.
           IF TAB-ABC-VALOR(WS-SKU-IDX) > ZEROS
               ADD TAB-ABC-VALOR(WS-SKU-IDX) TO WS-ABC-TOTAL
               ADD 1 TO WS-RNK-USADOS
               MOVE WS-RNK-USADOS TO WS-RNK-POS
               MOVE "N" TO WS-RNK-PAROU
               PERFORM P-ORDENA-DESLOCA UNTIL WS-RNK-PAROU = "S"
               MOVE WS-SKU-IDX TO TAB-RNK-SKU(WS-RNK-POS)
               MOVE TAB-ABC-VALOR(WS-SKU-IDX)
                   TO TAB-RNK-VALOR(WS-RNK-POS).

       P-ORDENA-DESLOCA.
           IF WS-RNK-POS = 1
               MOVE "S" TO WS-RNK-PAROU
           ELSE IF TAB-RNK-VALOR(WS-RNK-POS - 1) NOT <
               TAB-ABC-VALOR(WS-SKU-IDX)
               MOVE "S" TO WS-RNK-PAROU
           ELSE
               MOVE TAB-RNK-ITEM(WS-RNK-POS - 1)
                   TO TAB-RNK-ITEM(WS-RNK-POS)
               SUBTRACT 1 FROM WS-RNK-POS.

      ***************************************************
      * Classe pela fatia acumulada: o SKU que comeca    *
      * antes de 80% do valor e A, antes de 95% e B, o   *
      * resto (e quem nao vendeu) e C                    *
      ***************************************************
       P-CLASSIFICA.
           COMPUTE WS-ABC-LIMITE-A ROUNDED =
               WS-ABC-TOTAL * WS-ABC-PCT-A / 100
           COMPUTE WS-ABC-LIMITE-B ROUNDED =
               WS-ABC-TOTAL * WS-ABC-PCT-B / 100
           MOVE ZEROS TO WS-ABC-ACUM
           PERFORM P-CLASSIFICA-ITEM
               VARYING WS-RNK-IDX FROM 1 BY 1
               UNTIL WS-RNK-IDX > WS-RNK-USADOS.

       P-CLASSIFICA-ITEM.
           IF WS-ABC-ACUM < WS-ABC-LIMITE-A
               MOVE "A" TO WS-CLASSE
               ADD 1 TO WS-QTD-A
               ADD TAB-RNK-VALOR(WS-RNK-IDX) TO WS-VAL-A
           ELSE IF WS-ABC-ACUM < WS-ABC-LIMITE-B
               MOVE "B" TO WS-CLASSE
               ADD 1 TO WS-QTD-B
               ADD TAB-RNK-VALOR(WS-RNK-IDX) TO WS-VAL-B
           ELSE
               MOVE "C" TO WS-CLASSE
               ADD 1 TO WS-QTD-C
               ADD TAB-RNK-VALOR(WS-RNK-IDX) TO WS-VAL-C.
           ADD TAB-RNK-VALOR(WS-RNK-IDX) TO WS-ABC-ACUM
           MOVE WS-CLASSE TO TAB-ABC-CLASSE(TAB-RNK-SKU(WS-RNK-IDX)).

      ***************************************************
      * Grava a classe no cadastro (com jornal) e poe o  *
      * SKU/local no plano de contagem                   *
      ***************************************************
       P-ATUALIZA-PRODUTOS.
           MOVE ZEROS TO CHAVE-PRODUTO
           START ARQUIVO KEY IS GREATER THAN CHAVE-PRODUTO
               INVALID KEY GO TO P-ATUALIZA-PRODUTOS-FIM
           END-START
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-ATUALIZA-LE UNTIL WS-CHAVE-EOF-SIM.

       P-ATUALIZA-PRODUTOS-FIM.
           EXIT.

       P-ATUALIZA-LE.
           READ ARQUIVO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               ADD 1 TO WS-PRD-LIDOS
               IF SKU > ZEROS
                   MOVE TAB-ABC-CLASSE(SKU) TO WS-CLASSE
               ELSE
                   MOVE SPACE TO WS-CLASSE
               END-IF
               IF WS-CLASSE = SPACE
                   MOVE "C" TO WS-CLASSE
               END-IF
               IF CLASSE-ABC NOT = WS-CLASSE
                   MOVE WS-CLASSE TO CLASSE-ABC
                   REWRITE PRODUTO INVALID KEY
                       DISPLAY "Erro ao regravar o SKU " SKU
                   END-REWRITE
                   ADD 1 TO WS-PRD-ALTERADOS
                   MOVE "R" TO WS-JRN-OPERACAO
                   PERFORM P-GRAVA-JORNAL
               END-IF
               IF TIPO-PRODUTO NOT = "K"
                   PERFORM P-PLANO-ITEM.

      * Item novo no plano entra espalhado pelo intervalo da
      * classe; item ja contado vence a partir da ultima
      * contagem pelo intervalo da classe atual
       P-PLANO-ITEM.
           MOVE CHAVE-PRODUTO TO CIC-CHAVE
           READ CICLOCNT
               INVALID KEY MOVE "N" TO WS-CIC-ACHOU
               NOT INVALID KEY MOVE "S" TO WS-CIC-ACHOU
           END-READ
           PERFORM P-INTERVALO-CLASSE

           IF WS-CIC-ACHOU = "N"
               MOVE CHAVE-PRODUTO TO CIC-CHAVE
               MOVE WS-CLASSE TO CIC-CLASSE
               MOVE ZEROS TO CIC-ULT-CONTAGEM
               PERFORM P-PROXIMA-ESPALHADA
               WRITE REG-CICLOCNT INVALID KEY
                   DISPLAY "Erro ao incluir no plano o SKU " SKU
               END-WRITE
               ADD 1 TO WS-PLN-NOVOS
           ELSE
               IF CIC-ULT-CONTAGEM = ZEROS
                   IF CIC-CLASSE NOT = WS-CLASSE
                       PERFORM P-PROXIMA-ESPALHADA
                   END-IF
               ELSE
                   PERFORM P-PROXIMA-APOS-CONTAGEM
               END-IF
               MOVE WS-CLASSE TO CIC-CLASSE
               REWRITE REG-CICLOCNT INVALID KEY
                   DISPLAY "Erro ao regravar no plano o SKU " SKU
               END-REWRITE
               ADD 1 TO WS-PLN-ATUALIZADOS.

       P-INTERVALO-CLASSE.
           IF WS-CLASSE = "A"
               MOVE WS-CIC-DIAS-A TO WS-INTERVALO
               ADD 1 TO WS-SEQ-A
               MOVE WS-SEQ-A TO WS-SEQ
           ELSE IF WS-CLASSE = "B"
               MOVE WS-CIC-DIAS-B TO WS-INTERVALO
               ADD 1 TO WS-SEQ-B
               MOVE WS-SEQ-B TO WS-SEQ
           ELSE
               MOVE WS-CIC-DIAS-C TO WS-INTERVALO
               ADD 1 TO WS-SEQ-C
               MOVE WS-SEQ-C TO WS-SEQ.

       P-PROXIMA-ESPALHADA.
           DIVIDE WS-SEQ BY WS-INTERVALO GIVING WS-QUOCIENTE
               REMAINDER WS-DESLOCA
           MOVE WS-HOJE-AMD(7:2) TO WS-CURSOR-DIA
           MOVE WS-HOJE-AMD(5:2) TO WS-CURSOR-MES
           MOVE WS-HOJE-AMD(1:4) TO WS-CURSOR-ANO
           PERFORM P-AVANCA-DIA WS-DESLOCA TIMES
           PERFORM P-GUARDA-PROXIMA.

       P-PROXIMA-APOS-CONTAGEM.
           MOVE CIC-ULT-CONTAGEM(7:2) TO WS-CURSOR-DIA
           MOVE CIC-ULT-CONTAGEM(5:2) TO WS-CURSOR-MES
           MOVE CIC-ULT-CONTAGEM(1:4) TO WS-CURSOR-ANO
           PERFORM P-AVANCA-DIA WS-INTERVALO TIMES
           PERFORM P-GUARDA-PROXIMA.

       P-GUARDA-PROXIMA.
           MOVE WS-CURSOR-ANO TO CIC-PROX-CONTAGEM(1:4)
           MOVE WS-CURSOR-MES TO CIC-PROX-CONTAGEM(5:2)
           MOVE WS-CURSOR-DIA TO CIC-PROX-CONTAGEM(7:2).

      ***************************************************
      * Tira do plano o SKU/local que saiu do cadastro   *
      * ou virou kit                                     *
      ***************************************************
       P-LIMPA-PLANO.
           MOVE ZEROS TO CIC-SKU
           MOVE SPACES TO CIC-LOCAL
           START CICLOCNT KEY IS NOT LESS THAN CIC-CHAVE
               INVALID KEY GO TO P-LIMPA-PLANO-FIM
           END-START
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-LIMPA-LE UNTIL WS-CHAVE-EOF-SIM.

       P-LIMPA-PLANO-FIM.
           EXIT.

       P-LIMPA-LE.
           READ CICLOCNT NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE CIC-CHAVE TO CHAVE-PRODUTO
               READ ARQUIVO
                   INVALID KEY MOVE "N" TO WS-CIC-ACHOU
                   NOT INVALID KEY MOVE "S" TO WS-CIC-ACHOU
               END-READ
               IF WS-CIC-ACHOU = "N" OR TIPO-PRODUTO = "K"
                   DELETE CICLOCNT RECORD INVALID KEY
                       DISPLAY "Erro ao tirar do plano o SKU " CIC-SKU
                   END-DELETE
                   ADD 1 TO WS-PLN-REMOVIDOS.

      ***************************************************
      * Relatorio                                        *
      ***************************************************
       P-CABECALHO.
           STRING "Curva ABC de vendas - " DELIMITED BY SIZE
               WS-HOJE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(1:4) DELIMITED BY SIZE
               " (vendas desde " DELIMITED BY SIZE
               WS-CORTE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CORTE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CORTE-AMD(1:4) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE " Pos. SKU   Valor vendido    %acum    Classe"
               TO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE ZEROS TO WS-ABC-ACUM.

       P-LISTA-RANK.
           ADD TAB-RNK-VALOR(WS-RNK-IDX) TO WS-ABC-ACUM
           COMPUTE WS-ABC-PCT-ACUM ROUNDED =
               WS-ABC-ACUM * 100 / WS-ABC-TOTAL
           MOVE WS-RNK-IDX TO WS-QTD-PRINT
           MOVE TAB-RNK-VALOR(WS-RNK-IDX) TO WS-VALOR-PRINT
           MOVE WS-ABC-PCT-ACUM TO WS-PCT-PRINT
           STRING WS-QTD-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-RNK-SKU(WS-RNK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-PCT-PRINT DELIMITED BY SIZE
               "%   " DELIMITED BY SIZE
               TAB-ABC-CLASSE(TAB-RNK-SKU(WS-RNK-IDX))
                   DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA.

       P-RODAPE.
           MOVE ALL "-" TO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-A TO WS-QTD-PRINT
           MOVE WS-VAL-A TO WS-VALOR-PRINT
           STRING "Classe A: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " SKUs  R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               "  (contagem semanal)" DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-B TO WS-QTD-PRINT
           MOVE WS-VAL-B TO WS-VALOR-PRINT
           STRING "Classe B: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " SKUs  R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               "  (contagem mensal)" DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-C TO WS-QTD-PRINT
           MOVE WS-VAL-C TO WS-VALOR-PRINT
           STRING "Classe C: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " SKUs  R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               "  (contagem trimestral; SKUs sem venda tambem)"
                   DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE WS-PRD-ALTERADOS TO WS-QTD-PRINT
           STRING "Produtos com classe alterada: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA
           MOVE WS-PLN-NOVOS TO WS-NOV-PRINT
           MOVE WS-PLN-ATUALIZADOS TO WS-ATU-PRINT
           MOVE WS-PLN-REMOVIDOS TO WS-REM-PRINT
           STRING "Plano de contagem: novos " DELIMITED BY SIZE
               WS-NOV-PRINT DELIMITED BY SIZE
               "  atualizados " DELIMITED BY SIZE
               WS-ATU-PRINT DELIMITED BY SIZE
               "  removidos " DELIMITED BY SIZE
               WS-REM-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELABC
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELABC TO REG-RELABC
           WRITE REG-RELABC
           MOVE SPACES TO WS-LINHA-RELABC.

      ***********************************************
      * Jornal de transacoes do BOLINHO.DAT (ver    *
      * rotina de recuperacao do ARQUTIL)           *
      ***********************************************
       P-GRAVA-JORNAL.
           OPEN EXTEND BOLJORNL
           IF WS-STATUS-BOLJORNL = "35"
               OPEN OUTPUT BOLJORNL.
           IF WS-STATUS-BOLJORNL NOT = "00" AND
               WS-STATUS-BOLJORNL NOT = "05"
               DISPLAY "Erro ao gravar o jornal: " WS-STATUS-BOLJORNL
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO JRN-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO JRN-MES
               MOVE WS-DATA-SISTEMA(1:4) TO JRN-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO JRN-HORA
               MOVE "CLASSABC" TO JRN-PROGRAMA
               MOVE WS-JRN-OPERACAO TO JRN-OPERACAO
               MOVE CHAVE-PRODUTO TO JRN-CHAVE
               MOVE PRODUTO TO JRN-IMAGEM
               WRITE REG-BOLJORNL
               CLOSE BOLJORNL.

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
               MOVE "CLASSABC" TO JOB-PROGRAMA
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
