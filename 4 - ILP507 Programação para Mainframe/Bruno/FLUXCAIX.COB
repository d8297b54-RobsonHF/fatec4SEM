      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Previsao de caixa das       *
      *          proximas 13 semanas (90     *
      *          dias) da loja e da escola:  *
      *          contas a pagar, fiado em    *
      *          aberto, mensalidades em     *
      *          aberto, saldo a receber das *
      *          encomendas e a media diaria *
      *          de vendas no balcao, com o  *
      *          saldo projetado semana a    *
      *          semana a partir do saldo    *
      *          inicial informado           *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FLUXCAIX.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAPAG ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CAP-NUMERO
           ALTERNATE RECORD KEY    IS CAP-FORN-NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-CONTAPAG.

           SELECT CLIENTES ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CLI-CODIGO
           ALTERNATE RECORD KEY    IS CLI-NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-CLIENTES.

           SELECT ARQMENS ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS MEN-CHAVE
           FILE STATUS             IS WS-STATUS-ARQMENS.

           SELECT ENCOMEND ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS ENC-CHAVE
           FILE STATUS             IS WS-STATUS-ENCOMEND.

           SELECT ARQBOL ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CHAVE-PRODUTO
           FILE STATUS             IS WS-STATUS-ARQBOL.

           SELECT VENDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDAS.

           SELECT ARQMES ASSIGN TO DYNAMIC WS-NOME-ARQMES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-ARQMES.

           SELECT RELFLUXO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELFLUXO.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTAPAG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONTAPAG.DAT".
           01 REG-CONTAPAG.
               05 CAP-NUMERO               PIC 9(06).
               05 CAP-FORN-NOME            PIC X(25).
               05 CAP-DATA-EMISSAO.
                   10 CAP-EMI-DIA          PIC 99.
                   10 CAP-EMI-MES          PIC 99.
                   10 CAP-EMI-ANO          PIC 9(04).
               05 CAP-VENCIMENTO.
                   10 CAP-VEN-DIA          PIC 99.
                   10 CAP-VEN-MES          PIC 99.
                   10 CAP-VEN-ANO          PIC 9(04).
               05 CAP-SKU                  PIC 9(04).
               05 CAP-QTD                  PIC 9(04).
               05 CAP-VALOR-ORIGINAL       PIC 9(07)V99.
               05 CAP-VALOR-PAGO           PIC 9(07)V99.
      * "A" = em aberto, "P" = paga (quitada por completo)
               05 CAP-SITUACAO             PIC X(01).

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

       FD ARQMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENSALID.DAT".
           01 REG-MENSALIDADE.
               05 MEN-CHAVE.
                   10 MEN-RA               PIC 9(06).
                   10 MEN-ANO-MES          PIC 9(06).
               05 MEN-VALOR                PIC 9(05)V99.
      * "A" = em aberto, "P" = paga
               05 MEN-SITUACAO             PIC X(01).
               05 MEN-DATA-PAGTO           PIC 9(08).
               05 MEN-VALOR-PAGO           PIC 9(05)V99.

       FD ENCOMEND
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ENCOMEND.DAT".
           01 REG-ENCOMEND.
               05 ENC-CHAVE.
                   10 ENC-NUMERO           PIC 9(06).
                   10 ENC-SEQ              PIC 9(02).
               05 ENC-CLIENTE              PIC 9(04).
               05 ENC-LOCAL                PIC X(02).
               05 ENC-RETIRADA.
                   10 ENC-RET-DIA          PIC 99.
                   10 ENC-RET-MES          PIC 99.
                   10 ENC-RET-ANO          PIC 9(04).
               05 ENC-SKU                  PIC 9(04).
               05 ENC-QTD                  PIC 9(04).
               05 ENC-PRECO                PIC 9(04)V99.
      * O sinal pago na encomenda fica so na linha de seq 01
               05 ENC-SINAL                PIC 9(07)V99.
      * "A" = aberta (estoque reservado), "R" = retirada,
      * "C" = cancelada
               05 ENC-SITUACAO             PIC X(01).

       FD ARQBOL
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

      * Arquivo vivo e meses arquivados pelo VENDARQ tem o
      * mesmo layout; os dois sao lidos para REG-VENDA
       FD VENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".
           01 REG-VENDAS                       PIC X(91).

       FD ARQMES
           LABEL RECORDS ARE STANDARD.
           01 REG-ARQMES                       PIC X(91).

       FD RELFLUXO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FLUXCAIX.LST".
           01 REG-RELFLUXO                     PIC X(100).

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
           77 WS-STATUS-CONTAPAG           PIC X(02).
           77 WS-STATUS-CLIENTES           PIC X(02).
           77 WS-STATUS-ARQMENS            PIC X(02).
           77 WS-STATUS-ENCOMEND           PIC X(02).
           77 WS-STATUS-ARQBOL             PIC X(02).
           77 WS-STATUS-VENDAS             PIC X(02).
           77 WS-STATUS-ARQMES             PIC X(02).
           77 WS-STATUS-RELFLUXO           PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELFLUXO            PIC X(100) VALUE SPACES.
           77 WS-NOME-ARQMES               PIC X(13) VALUE SPACES.
           77 WS-ARQBOL-ABERTO             PIC X     VALUE "N".

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

      * Parametros via SYSIN: saldo inicial de caixa e bancos
      * (11 digitos, centavos nos dois ultimos: 00001500000 =
      * 15.000,00) e dia de vencimento das mensalidades
      * (zeros vale dia 10)
           77 WS-PARM-SALDO                PIC 9(09)V99 VALUE ZEROS.
           77 WS-PARM-DIA-VENC             PIC 99    VALUE ZEROS.

      * Janela de vendas usada na media diaria do balcao
           77 WS-JANELA-DIAS               PIC 9(03) VALUE 28.

           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-BASE-INI-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-BASE-FIM-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-MOV-AMD                   PIC 9(08) VALUE ZEROS.
           77 WS-ARQ-ANO-MES               PIC 9(06) VALUE ZEROS.
           77 WS-ARQ-ANO                   PIC 9(04) VALUE ZEROS.
           77 WS-ARQ-MES                   PIC 99    VALUE ZEROS.

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.

           77 WS-CURSOR-DIA                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-MES                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-ANO                PIC 9(04) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.

           77 WS-SEM-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-SEM-ACHOU                 PIC 9(02) VALUE ZEROS.
           77 WS-SEM-QTD                   PIC 9(02) VALUE 13.

           77 WS-VENDAS-JANELA             PIC S9(09)V99 VALUE ZEROS.
           77 WS-VENDA-SEMANA              PIC S9(09)V99 VALUE ZEROS.
           77 WS-MEDIA-DIA                 PIC S9(07)V99 VALUE ZEROS.
           77 WS-FIADO-TOTAL               PIC S9(09)V99 VALUE ZEROS.
           77 WS-FIADO-COTA                PIC S9(09)V99 VALUE ZEROS.
           77 WS-MENS-ATRASO               PIC S9(09)V99 VALUE ZEROS.
           77 WS-CAP-VENCIDO               PIC S9(09)V99 VALUE ZEROS.
           77 WS-VALOR-AUX                 PIC S9(09)V99 VALUE ZEROS.
           77 WS-SALDO                     PIC S9(11)V99 VALUE ZEROS.
           77 WS-SEMANAS-NEGATIVAS         PIC 9(02) VALUE ZEROS.

           77 WS-TOT-VENDAS                PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOT-MENSAL                PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOT-FIADO                 PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOT-ENCOM                 PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOT-PAGAR                 PIC S9(11)V99 VALUE ZEROS.

           77 WS-VALOR-PRINT               PIC ZZZZZZ9,99.
           77 WS-SALDO-PRINT               PIC -(08)9,99.
           77 WS-TOTAL-PRINT               PIC -(10)9,99.

      * Movimento lido de VENDAS.DAT ou de um mes arquivado
       01 REG-VENDA.
           05 VND-SKU                      PIC 9(04).
           05 VND-NOME                     PIC X(30).
           05 VND-QTD                      PIC 9(04).
           05 VND-VALOR-UNITARIO           PIC 9(04)V99.
           05 VND-VALOR-TOTAL              PIC 9(07)V99.
           05 VND-DATA.
               10 VND-DIA                  PIC 99.
               10 VND-MES                  PIC 99.
               10 VND-ANO                  PIC 9(04).
      * "V" = venda a vista, "F" = venda fiado (conta do cliente),
      * "D" = devolucao; espacos nos registros antigos valem como
      * venda a vista
           05 VND-TIPO                     PIC X(01).
      * "D" = dinheiro, "C" = cartao, "P" = PIX, "V" = vale-
      * troca (venda paga com o vale ou devolucao restituida em
      * vale); espaco nos registros antigos e nas vendas fiado
      * vale como dinheiro
           05 VND-FORMA-PAGTO              PIC X(01).
           05 VND-HORA                     PIC X(06).
           05 VND-CLIENTE                  PIC 9(04).
           05 VND-CUPOM                    PIC 9(06).
           05 VND-OPERADOR                 PIC 9(04).
           05 VND-LOCAL                    PIC X(02).
           05 VND-ENCOMENDA                PIC 9(06).

      * Semanas da projecao: a primeira comeca hoje
       01 TABELA-SEMANA.
           05 TAB-SEM-ITEM OCCURS 13 TIMES.
               10 TAB-SEM-INI-AMD          PIC 9(08).
               10 TAB-SEM-FIM-AMD          PIC 9(08).
               10 TAB-SEM-VENDAS           PIC S9(09)V99.
               10 TAB-SEM-MENSAL           PIC S9(09)V99.
               10 TAB-SEM-FIADO            PIC S9(09)V99.
               10 TAB-SEM-ENCOM            PIC S9(09)V99.
               10 TAB-SEM-PAGAR            PIC S9(09)V99.
               10 TAB-SEM-SALDO            PIC S9(11)V99.

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

           OPEN OUTPUT RELFLUXO
           IF WS-STATUS-RELFLUXO NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELFLUXO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-MONTA-SEMANAS THRU P-MONTA-SEMANAS-FIM
           PERFORM P-MEDIA-VENDAS THRU P-MEDIA-VENDAS-FIM
           PERFORM P-SOMA-PAGAR THRU P-SOMA-PAGAR-FIM
           PERFORM P-SOMA-FIADO THRU P-SOMA-FIADO-FIM
           PERFORM P-SOMA-MENSALIDADES THRU P-SOMA-MENSALIDADES-FIM
           PERFORM P-SOMA-ENCOMENDAS THRU P-SOMA-ENCOMENDAS-FIM
           PERFORM P-PROJETA-SALDO THRU P-PROJETA-SALDO-FIM
           PERFORM P-GRAVA-RELATORIO THRU P-GRAVA-RELATORIO-FIM
           CLOSE RELFLUXO
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

       P-LE-PARAMETROS.
           ACCEPT WS-PARM-SALDO
           ACCEPT WS-PARM-DIA-VENC
           IF WS-PARM-DIA-VENC = ZEROS OR WS-PARM-DIA-VENC > 28
               MOVE 10 TO WS-PARM-DIA-VENC.
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-AMD.

      ***************************************************
      * Treze semanas a partir de hoje (91 dias) e a     *
      * janela de vendas: os 28 dias antes de hoje       *
      ***************************************************
       P-MONTA-SEMANAS.
           MOVE WS-HOJE-AMD(7:2) TO WS-CURSOR-DIA
           MOVE WS-HOJE-AMD(5:2) TO WS-CURSOR-MES
           MOVE WS-HOJE-AMD(1:4) TO WS-CURSOR-ANO
           PERFORM P-MONTA-SEMANA
               VARYING WS-SEM-IDX FROM 1 BY 1
               UNTIL WS-SEM-IDX > WS-SEM-QTD

           MOVE WS-HOJE-AMD(7:2) TO WS-CURSOR-DIA
           MOVE WS-HOJE-AMD(5:2) TO WS-CURSOR-MES
           MOVE WS-HOJE-AMD(1:4) TO WS-CURSOR-ANO
           PERFORM P-RETROCEDE-DIA
           PERFORM P-MONTA-CURSOR-AMD
           MOVE WS-MOV-AMD TO WS-BASE-FIM-AMD
           PERFORM P-RETROCEDE-DIA WS-JANELA-DIAS TIMES
           PERFORM P-AVANCA-UM-DIA
           PERFORM P-MONTA-CURSOR-AMD
           MOVE WS-MOV-AMD TO WS-BASE-INI-AMD
           GO TO P-MONTA-SEMANAS-FIM.

       P-MONTA-SEMANA.
           PERFORM P-MONTA-CURSOR-AMD
           MOVE WS-MOV-AMD TO TAB-SEM-INI-AMD(WS-SEM-IDX)
           PERFORM P-AVANCA-UM-DIA 6 TIMES
           PERFORM P-MONTA-CURSOR-AMD
           MOVE WS-MOV-AMD TO TAB-SEM-FIM-AMD(WS-SEM-IDX)
           PERFORM P-AVANCA-UM-DIA
           MOVE ZEROS TO TAB-SEM-VENDAS(WS-SEM-IDX)
               TAB-SEM-MENSAL(WS-SEM-IDX)
               TAB-SEM-FIADO(WS-SEM-IDX)
               TAB-SEM-ENCOM(WS-SEM-IDX)
               TAB-SEM-PAGAR(WS-SEM-IDX)
               TAB-SEM-SALDO(WS-SEM-IDX).

       P-MONTA-CURSOR-AMD.
           MOVE WS-CURSOR-ANO TO WS-MOV-AMD(1:4)
           MOVE WS-CURSOR-MES TO WS-MOV-AMD(5:2)
           MOVE WS-CURSOR-DIA TO WS-MOV-AMD(7:2).

       P-MONTA-SEMANAS-FIM.
           EXIT.

      ***************************************************
      * Semana da data em WS-MOV-AMD: data vencida cai   *
      * na primeira semana, alem do horizonte fica zero  *
      ***************************************************
       P-ACHA-SEMANA.
           MOVE ZEROS TO WS-SEM-ACHOU
           IF WS-MOV-AMD < WS-HOJE-AMD
               MOVE 1 TO WS-SEM-ACHOU
           ELSE
               PERFORM P-ACHA-SEMANA-BUSCA
                   VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > WS-SEM-QTD OR
                         WS-SEM-ACHOU NOT = ZEROS.

       P-ACHA-SEMANA-BUSCA.
           IF WS-MOV-AMD NOT > TAB-SEM-FIM-AMD(WS-SEM-IDX)
               MOVE WS-SEM-IDX TO WS-SEM-ACHOU.

      ***************************************************
      * Vendas do balcao (a vista menos devolucoes; o    *
      * fiado entra pelo saldo dos clientes) dos ultimos *
      * 28 dias, no arquivo vivo e nos meses arquivados  *
      ***************************************************
       P-MEDIA-VENDAS.
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS = "00"
               MOVE "N" TO WS-CHAVE-EOF
               PERFORM P-MEDIA-VENDAS-LE UNTIL WS-CHAVE-EOF-SIM
               CLOSE VENDAS.

           MOVE WS-BASE-INI-AMD(1:4) TO WS-ARQ-ANO
           MOVE WS-BASE-INI-AMD(5:2) TO WS-ARQ-MES
           MOVE WS-BASE-INI-AMD(1:6) TO WS-ARQ-ANO-MES
           PERFORM P-MEDIA-ARQMES
               UNTIL WS-ARQ-ANO-MES > WS-BASE-FIM-AMD(1:6)

           IF WS-VENDAS-JANELA < ZEROS
               MOVE ZEROS TO WS-VENDAS-JANELA.
           COMPUTE WS-MEDIA-DIA ROUNDED =
               WS-VENDAS-JANELA / WS-JANELA-DIAS
           COMPUTE WS-VENDA-SEMANA ROUNDED =
               WS-VENDAS-JANELA * 7 / WS-JANELA-DIAS
           PERFORM P-MEDIA-VENDAS-SEMANA
               VARYING WS-SEM-IDX FROM 1 BY 1
               UNTIL WS-SEM-IDX > WS-SEM-QTD
           GO TO P-MEDIA-VENDAS-FIM.

       P-MEDIA-VENDAS-LE.
           READ VENDAS INTO REG-VENDA
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-MEDIA-VENDAS-SOMA.

       P-MEDIA-VENDAS-SOMA.
           MOVE VND-ANO TO WS-MOV-AMD(1:4)
           MOVE VND-MES TO WS-MOV-AMD(5:2)
           MOVE VND-DIA TO WS-MOV-AMD(7:2)
           IF WS-MOV-AMD NOT < WS-BASE-INI-AMD AND
               WS-MOV-AMD NOT > WS-BASE-FIM-AMD
               ADD 1 TO WS-REGISTROS-LIDOS
      * vale-troca nao entra nem sai do caixa
               IF VND-FORMA-PAGTO = "V"
                   CONTINUE
               ELSE IF VND-TIPO = "D"
                   SUBTRACT VND-VALOR-TOTAL FROM WS-VENDAS-JANELA
               ELSE
                   IF VND-TIPO NOT = "F"
                       ADD VND-VALOR-TOTAL TO WS-VENDAS-JANELA.

       P-MEDIA-ARQMES.
           MOVE SPACES TO WS-NOME-ARQMES
           STRING "VND" DELIMITED BY SIZE
               WS-ARQ-ANO-MES DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQMES
           OPEN INPUT ARQMES
           IF WS-STATUS-ARQMES = "00"
               MOVE "N" TO WS-CHAVE-EOF
               PERFORM P-MEDIA-ARQMES-LE UNTIL WS-CHAVE-EOF-SIM
               CLOSE ARQMES.
           IF WS-ARQ-MES = 12
               ADD 1 TO WS-ARQ-ANO
               MOVE 1 TO WS-ARQ-MES
           ELSE
               ADD 1 TO WS-ARQ-MES.
           MOVE WS-ARQ-ANO TO WS-ARQ-ANO-MES(1:4)
           MOVE WS-ARQ-MES TO WS-ARQ-ANO-MES(5:2).

       P-MEDIA-ARQMES-LE.
           READ ARQMES INTO REG-VENDA
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-MEDIA-VENDAS-SOMA.

       P-MEDIA-VENDAS-SEMANA.
           MOVE WS-VENDA-SEMANA TO TAB-SEM-VENDAS(WS-SEM-IDX).

       P-MEDIA-VENDAS-FIM.
           EXIT.

      ***************************************************
      * Contas a pagar em aberto: saldo (original menos  *
      * pago) na semana do vencimento; vencidas entram   *
      * na primeira semana                               *
      ***************************************************
       P-SOMA-PAGAR.
           OPEN INPUT CONTAPAG
           IF WS-STATUS-CONTAPAG NOT = "00"
               DISPLAY "Aviso: CONTAPAG.DAT indisponivel ("
                   WS-STATUS-CONTAPAG "); previsao sem contas a pagar."
               GO TO P-SOMA-PAGAR-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-PAGAR-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE CONTAPAG
           GO TO P-SOMA-PAGAR-FIM.

       P-SOMA-PAGAR-LE.
           READ CONTAPAG NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND CAP-SITUACAO = "A" AND
               CAP-VALOR-ORIGINAL > CAP-VALOR-PAGO
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE CAP-VEN-ANO TO WS-MOV-AMD(1:4)
               MOVE CAP-VEN-MES TO WS-MOV-AMD(5:2)
               MOVE CAP-VEN-DIA TO WS-MOV-AMD(7:2)
               SUBTRACT CAP-VALOR-PAGO FROM CAP-VALOR-ORIGINAL
                   GIVING WS-VALOR-AUX
               IF WS-MOV-AMD < WS-HOJE-AMD
                   ADD WS-VALOR-AUX TO WS-CAP-VENCIDO
               END-IF
               PERFORM P-ACHA-SEMANA
               IF WS-SEM-ACHOU NOT = ZEROS
                   ADD WS-VALOR-AUX TO TAB-SEM-PAGAR(WS-SEM-ACHOU).

       P-SOMA-PAGAR-FIM.
           EXIT.

      ***************************************************
      * Fiado em aberto nao tem vencimento: o saldo      *
      * devedor dos clientes e esperado em partes iguais *
      * nas quatro primeiras semanas                     *
      ***************************************************
       P-SOMA-FIADO.
           OPEN INPUT CLIENTES
           IF WS-STATUS-CLIENTES NOT = "00"
               GO TO P-SOMA-FIADO-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-FIADO-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE CLIENTES

           COMPUTE WS-FIADO-COTA = WS-FIADO-TOTAL / 4
           MOVE WS-FIADO-COTA TO TAB-SEM-FIADO(1)
           MOVE WS-FIADO-COTA TO TAB-SEM-FIADO(2)
           MOVE WS-FIADO-COTA TO TAB-SEM-FIADO(3)
           COMPUTE TAB-SEM-FIADO(4) = WS-FIADO-TOTAL -
               WS-FIADO-COTA * 3
           GO TO P-SOMA-FIADO-FIM.

       P-SOMA-FIADO-LE.
           READ CLIENTES NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND CLI-SALDO > ZEROS
               ADD 1 TO WS-REGISTROS-LIDOS
               ADD CLI-SALDO TO WS-FIADO-TOTAL.

       P-SOMA-FIADO-FIM.
           EXIT.

      ***************************************************
      * Mensalidades em aberto na semana do vencimento   *
      * (dia informado do mes de competencia); as ja     *
      * vencidas ficam fora da projecao e saem num total *
      * a parte                                          *
      ***************************************************
       P-SOMA-MENSALIDADES.
           OPEN INPUT ARQMENS
           IF WS-STATUS-ARQMENS NOT = "00"
               GO TO P-SOMA-MENSALIDADES-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-MENSALIDADES-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE ARQMENS
           GO TO P-SOMA-MENSALIDADES-FIM.

       P-SOMA-MENSALIDADES-LE.
           READ ARQMENS NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND MEN-SITUACAO = "A"
               ADD 1 TO WS-REGISTROS-LIDOS
               MOVE MEN-ANO-MES TO WS-MOV-AMD(1:6)
               MOVE WS-PARM-DIA-VENC TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD < WS-HOJE-AMD
                   ADD MEN-VALOR TO WS-MENS-ATRASO
               ELSE
                   PERFORM P-ACHA-SEMANA
                   IF WS-SEM-ACHOU NOT = ZEROS
                       ADD MEN-VALOR TO TAB-SEM-MENSAL(WS-SEM-ACHOU).

       P-SOMA-MENSALIDADES-FIM.
           EXIT.

      ***************************************************
      * Encomendas abertas: o valor dos itens menos o    *
      * sinal ja recebido entra na semana da retirada    *
      * (retirada atrasada cai na primeira semana)       *
      ***************************************************
       P-SOMA-ENCOMENDAS.
           OPEN INPUT ENCOMEND
           IF WS-STATUS-ENCOMEND NOT = "00"
               GO TO P-SOMA-ENCOMENDAS-FIM.
           OPEN INPUT ARQBOL
           IF WS-STATUS-ARQBOL = "00"
               MOVE "S" TO WS-ARQBOL-ABERTO.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-ENCOMENDAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE ENCOMEND
           IF WS-ARQBOL-ABERTO = "S"
               CLOSE ARQBOL.
           PERFORM P-SOMA-ENCOMENDAS-ACERTA
               VARYING WS-SEM-IDX FROM 1 BY 1
               UNTIL WS-SEM-IDX > WS-SEM-QTD
           GO TO P-SOMA-ENCOMENDAS-FIM.

       P-SOMA-ENCOMENDAS-LE.
           READ ENCOMEND NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND ENC-SITUACAO = "A"
               ADD 1 TO WS-REGISTROS-LIDOS
               PERFORM P-SOMA-ENCOMENDAS-ITEM.

       P-SOMA-ENCOMENDAS-ITEM.
           MOVE "U" TO TIPO-PRODUTO
           IF WS-ARQBOL-ABERTO = "S"
               MOVE ENC-SKU TO SKU
               MOVE ENC-LOCAL TO LOCAL
               READ ARQBOL KEY IS CHAVE-PRODUTO
                   INVALID KEY MOVE "U" TO TIPO-PRODUTO
               END-READ.
           IF TIPO-PRODUTO = "P"
      * granel: a quantidade esta em gramas e o preco e por kg
               COMPUTE WS-VALOR-AUX ROUNDED =
                   ENC-PRECO * ENC-QTD / 1000
           ELSE
               MULTIPLY ENC-PRECO BY ENC-QTD GIVING WS-VALOR-AUX.
           SUBTRACT ENC-SINAL FROM WS-VALOR-AUX
           MOVE ENC-RET-ANO TO WS-MOV-AMD(1:4)
           MOVE ENC-RET-MES TO WS-MOV-AMD(5:2)
           MOVE ENC-RET-DIA TO WS-MOV-AMD(7:2)
           PERFORM P-ACHA-SEMANA
           IF WS-SEM-ACHOU NOT = ZEROS
               ADD WS-VALOR-AUX TO TAB-SEM-ENCOM(WS-SEM-ACHOU).

      * Sinal maior que os itens nao vira saida de caixa
       P-SOMA-ENCOMENDAS-ACERTA.
           IF TAB-SEM-ENCOM(WS-SEM-IDX) < ZEROS
               MOVE ZEROS TO TAB-SEM-ENCOM(WS-SEM-IDX).

       P-SOMA-ENCOMENDAS-FIM.
           EXIT.

      ***************************************************
      * Saldo projetado ao fim de cada semana            *
      ***************************************************
       P-PROJETA-SALDO.
           MOVE WS-PARM-SALDO TO WS-SALDO
           PERFORM P-PROJETA-SEMANA
               VARYING WS-SEM-IDX FROM 1 BY 1
               UNTIL WS-SEM-IDX > WS-SEM-QTD
           GO TO P-PROJETA-SALDO-FIM.

       P-PROJETA-SEMANA.
           COMPUTE WS-SALDO = WS-SALDO +
               TAB-SEM-VENDAS(WS-SEM-IDX) +
               TAB-SEM-MENSAL(WS-SEM-IDX) +
               TAB-SEM-FIADO(WS-SEM-IDX) +
               TAB-SEM-ENCOM(WS-SEM-IDX) -
               TAB-SEM-PAGAR(WS-SEM-IDX)
           MOVE WS-SALDO TO TAB-SEM-SALDO(WS-SEM-IDX)
           IF WS-SALDO < ZEROS
               ADD 1 TO WS-SEMANAS-NEGATIVAS.
           ADD TAB-SEM-VENDAS(WS-SEM-IDX) TO WS-TOT-VENDAS
           ADD TAB-SEM-MENSAL(WS-SEM-IDX) TO WS-TOT-MENSAL
           ADD TAB-SEM-FIADO(WS-SEM-IDX) TO WS-TOT-FIADO
           ADD TAB-SEM-ENCOM(WS-SEM-IDX) TO WS-TOT-ENCOM
           ADD TAB-SEM-PAGAR(WS-SEM-IDX) TO WS-TOT-PAGAR.

       P-PROJETA-SALDO-FIM.
           EXIT.

      ***************************************************
      * Relatorio: uma linha por semana, com marca nas   *
      * semanas de saldo projetado negativo              *
      ***************************************************
       P-GRAVA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELFLUXO
           STRING "Previsao de caixa - 13 semanas a partir de "
               DELIMITED BY SIZE
               WS-HOJE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA

           MOVE WS-PARM-SALDO TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-RELFLUXO
           STRING "Saldo inicial informado .............: R$"
               DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA
           MOVE WS-MEDIA-DIA TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-RELFLUXO
           STRING "Media diaria de vendas (28 dias) ....: R$"
               DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA
           MOVE WS-CAP-VENCIDO TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-RELFLUXO
           STRING "Contas a pagar ja vencidas (semana 1): R$"
               DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA
           MOVE WS-MENS-ATRASO TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-RELFLUXO
           STRING "Mensalidades vencidas (nao previstas): R$"
               DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA
           MOVE "Sm Periodo" TO WS-LINHA-RELFLUXO(1:10)
           MOVE "Vendas" TO WS-LINHA-RELFLUXO(32:6)
           MOVE "Mensalid." TO WS-LINHA-RELFLUXO(40:9)
           MOVE "Fiado" TO WS-LINHA-RELFLUXO(55:5)
           MOVE "Encomend." TO WS-LINHA-RELFLUXO(62:9)
           MOVE "A pagar" TO WS-LINHA-RELFLUXO(75:7)
           MOVE "Saldo proj." TO WS-LINHA-RELFLUXO(84:11)
           PERFORM P-GRAVA-LINHA

           PERFORM P-GRAVA-RELATORIO-SEMANA
               VARYING WS-SEM-IDX FROM 1 BY 1
               UNTIL WS-SEM-IDX > WS-SEM-QTD

           MOVE SPACES TO WS-LINHA-RELFLUXO
           MOVE "Total" TO WS-LINHA-RELFLUXO(1:5)
           MOVE WS-TOT-VENDAS TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(28:10)
           MOVE WS-TOT-MENSAL TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(39:10)
           MOVE WS-TOT-FIADO TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(50:10)
           MOVE WS-TOT-ENCOM TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(61:10)
           MOVE WS-TOT-PAGAR TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(72:10)
           PERFORM P-GRAVA-LINHA

           MOVE SPACES TO WS-LINHA-RELFLUXO
           PERFORM P-GRAVA-LINHA
           IF WS-SEMANAS-NEGATIVAS = ZEROS
               MOVE "Nenhuma semana com saldo projetado negativo."
                   TO WS-LINHA-RELFLUXO
           ELSE
               STRING "ATENCAO: " DELIMITED BY SIZE
                   WS-SEMANAS-NEGATIVAS DELIMITED BY SIZE
                   " semana(s) com saldo projetado negativo (***)."
                   DELIMITED BY SIZE
                   INTO WS-LINHA-RELFLUXO.
           PERFORM P-GRAVA-LINHA
           GO TO P-GRAVA-RELATORIO-FIM.

       P-GRAVA-RELATORIO-SEMANA.
           MOVE SPACES TO WS-LINHA-RELFLUXO
           MOVE WS-SEM-IDX TO WS-LINHA-RELFLUXO(1:2)
           MOVE TAB-SEM-INI-AMD(WS-SEM-IDX)(7:2)
               TO WS-LINHA-RELFLUXO(4:2)
           MOVE "/" TO WS-LINHA-RELFLUXO(6:1)
           MOVE TAB-SEM-INI-AMD(WS-SEM-IDX)(5:2)
               TO WS-LINHA-RELFLUXO(7:2)
           MOVE "/" TO WS-LINHA-RELFLUXO(9:1)
           MOVE TAB-SEM-INI-AMD(WS-SEM-IDX)(1:4)
               TO WS-LINHA-RELFLUXO(10:4)
           MOVE "a" TO WS-LINHA-RELFLUXO(15:1)
           MOVE TAB-SEM-FIM-AMD(WS-SEM-IDX)(7:2)
               TO WS-LINHA-RELFLUXO(17:2)
           MOVE "/" TO WS-LINHA-RELFLUXO(19:1)
           MOVE TAB-SEM-FIM-AMD(WS-SEM-IDX)(5:2)
               TO WS-LINHA-RELFLUXO(20:2)
           MOVE "/" TO WS-LINHA-RELFLUXO(22:1)
           MOVE TAB-SEM-FIM-AMD(WS-SEM-IDX)(1:4)
               TO WS-LINHA-RELFLUXO(23:4)
           MOVE TAB-SEM-VENDAS(WS-SEM-IDX) TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(28:10)
           MOVE TAB-SEM-MENSAL(WS-SEM-IDX) TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(39:10)
           MOVE TAB-SEM-FIADO(WS-SEM-IDX) TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(50:10)
           MOVE TAB-SEM-ENCOM(WS-SEM-IDX) TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(61:10)
           MOVE TAB-SEM-PAGAR(WS-SEM-IDX) TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFLUXO(72:10)
           MOVE TAB-SEM-SALDO(WS-SEM-IDX) TO WS-SALDO-PRINT
           MOVE WS-SALDO-PRINT TO WS-LINHA-RELFLUXO(83:12)
           IF TAB-SEM-SALDO(WS-SEM-IDX) < ZEROS
               MOVE "***" TO WS-LINHA-RELFLUXO(96:3).
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELFLUXO TO REG-RELFLUXO
           WRITE REG-RELFLUXO
           MOVE SPACES TO WS-LINHA-RELFLUXO.

       P-GRAVA-RELATORIO-FIM.
           EXIT.

      ***************************************************
      * Aritmetica de calendario                         *
      ***************************************************
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

       P-AVANCA-UM-DIA.
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
               MOVE "FLUXCAIX" TO JOB-PROGRAMA
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
