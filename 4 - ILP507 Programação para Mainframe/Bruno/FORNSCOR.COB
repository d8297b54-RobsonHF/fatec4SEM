      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Avaliacao dos fornecedores  *
      *          por periodo de pedido:      *
      *          prazo real x prometido,     *
      *          pedidos em atraso, taxa de  *
      *          atendimento, variacao do    *
      *          custo da nota sobre o       *
      *          previsto e perdas dos       *
      *          produtos de cada um         *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FORNSCOR.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDCOMP ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS PED-CHAVE
           ALTERNATE RECORD KEY    IS PED-FORN-NOME WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-PEDCOMP.

           SELECT RECEBTOS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RECEBTOS.

           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PERDAS.

           SELECT ARQBOL ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CHAVE-PRODUTO
           FILE STATUS             IS WS-STATUS-ARQBOL.

           SELECT RELFORN ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELFORN.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD PEDCOMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDCOMP.DAT".
           01 REG-PEDCOMP.
               05 PED-CHAVE.
                   10 PED-NUMERO           PIC 9(06).
                   10 PED-SKU              PIC 9(04).
               05 PED-FORN-NOME            PIC X(25).
               05 PED-DATA.
                   10 PED-DIA              PIC 99.
                   10 PED-MES              PIC 99.
                   10 PED-ANO              PIC 9(04).
               05 PED-QTD-PEDIDA           PIC 9(04).
               05 PED-CUSTO-PREVISTO       PIC 9(04)V99.
               05 PED-QTD-RECEBIDA         PIC 9(05).
      * "A" = aberto (aguardando entrega), "R" = recebido,
      * "P" = pendente de aprovacao do gerente (pedido acima do
      * limite), "X" = recusado pelo gerente ou item retirado
               05 PED-SITUACAO             PIC X(01).

       FD RECEBTOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECEBTOS.DAT".
           01 REG-RECEBTOS.
               05 ENT-DATA.
                   10 ENT-DIA              PIC 99.
                   10 ENT-MES              PIC 99.
                   10 ENT-ANO              PIC 9(04).
               05 ENT-SKU                  PIC 9(04).
               05 ENT-LOCAL                PIC X(02).
               05 ENT-FORN-NOME            PIC X(25).
               05 ENT-QTD                  PIC 9(04).
               05 ENT-CUSTO-UNITARIO       PIC 9(04)V99.
      * Pedido de compra atendido pela remessa; zeros (ou
      * vazio nos registros antigos) = entrega sem pedido
               05 ENT-PEDIDO               PIC 9(06).

       FD PERDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PERDAS.DAT".
           01 REG-PERDAS.
               05 PRD-DATA-BAIXA.
                   10 PRD-DIA              PIC 99.
                   10 PRD-MES              PIC 99.
                   10 PRD-ANO              PIC 9(04).
               05 PRD-SKU                  PIC 9(04).
               05 PRD-LOCAL                PIC X(02).
               05 PRD-VALIDADE.
                   10 PRD-VAL-DIA          PIC 99.
                   10 PRD-VAL-MES          PIC 99.
                   10 PRD-VAL-ANO          PIC 9(04).
               05 PRD-QTD                  PIC 9(04).
               05 PRD-VALOR-CUSTO          PIC 9(08)V99.

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

       FD RELFORN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FORNSCOR.LST".
           01 REG-RELFORN                      PIC X(100).

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
           77 WS-STATUS-PEDCOMP            PIC X(02).
           77 WS-STATUS-RECEBTOS           PIC X(02).
           77 WS-STATUS-PERDAS             PIC X(02).
           77 WS-STATUS-ARQBOL             PIC X(02).
           77 WS-STATUS-RELFORN            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-ARQBOL-ABERTO             PIC X     VALUE "N".
           77 WS-PRODUTO-EOF               PIC X     VALUE "N".
           77 WS-LINHA-RELFORN             PIC X(100) VALUE SPACES.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

      * Parametros via SYSIN: inicio e fim do periodo dos
      * pedidos avaliados (DDMMAAAA)
           77 WS-PARM-DATA-INI             PIC 9(08) VALUE ZEROS.
           77 WS-PARM-DATA-FIM             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-INI-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-DATA-FIM-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-MOV-AMD                   PIC 9(08) VALUE ZEROS.
           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.

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
           77 WS-CURSOR-AMD                PIC 9(08) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.
           77 WS-DIAS-CONTADOS             PIC 9(03) VALUE ZEROS.
           77 WS-PROMETIDO-AMD             PIC 9(08) VALUE ZEROS.
           77 WS-PRAZO                     PIC 9(02) VALUE ZEROS.

           77 WS-PED-IDX                   PIC 9(04) VALUE ZEROS.
           77 WS-PED-USADOS                PIC 9(04) VALUE ZEROS.
           77 WS-PED-ACHOU                 PIC X     VALUE "N".
           77 WS-PED-LIMITE                PIC 9(04) VALUE 2000.

           77 WS-FOR-IDX                   PIC 9(03) VALUE ZEROS.
           77 WS-FOR-USADOS                PIC 9(03) VALUE ZEROS.
           77 WS-FOR-ACHOU                 PIC X     VALUE "N".
           77 WS-FOR-LIMITE                PIC 9(03) VALUE 100.
           77 WS-FOR-ESTOURO               PIC X     VALUE "N".
           77 WS-FOR-BUSCA                 PIC X(25) VALUE SPACES.

           77 WS-ORD-I                     PIC 9(03) VALUE ZEROS.
           77 WS-ORD-J                     PIC 9(03) VALUE ZEROS.
           77 WS-ORD-TROCOU                PIC X     VALUE "N".

           77 WS-QTD-AUX                   PIC 9(05) VALUE ZEROS.
           77 WS-VALOR-AUX                 PIC S9(09)V99 VALUE ZEROS.
           77 WS-MEDIA                     PIC S9(05)V9 VALUE ZEROS.
           77 WS-PERCENTUAL                PIC S9(05)V9 VALUE ZEROS.
           77 WS-MEDIA-PRINT               PIC ZZ9,9.
           77 WS-PERC-PRINT                PIC -ZZ9,9.
           77 WS-QTD-PRINT                 PIC ZZZ9.
           77 WS-VALOR-PRINT               PIC -(07)9,99.

      * Linhas de pedido do periodo, com o que chegou delas
       01 TABELA-PEDIDO.
           05 TAB-PED-ITEM OCCURS 2000 TIMES.
               10 TAB-PED-NUMERO           PIC 9(06).
               10 TAB-PED-SKU              PIC 9(04).
               10 TAB-PED-FORN             PIC X(25).
               10 TAB-PED-AMD              PIC 9(08).
               10 TAB-PED-QTD-PEDIDA       PIC 9(04).
               10 TAB-PED-QTD-RECEBIDA     PIC 9(05).
               10 TAB-PED-CUSTO-PREVISTO   PIC 9(04)V99.
               10 TAB-PED-SITUACAO         PIC X(01).
               10 TAB-PED-ULTIMA-AMD       PIC 9(08).
               10 TAB-PED-VALOR-PREVISTO   PIC S9(09)V99.
               10 TAB-PED-VALOR-NOTA       PIC S9(09)V99.

      * Indicadores acumulados por fornecedor
       01 TABELA-FORNECEDOR.
           05 TAB-FOR-ITEM OCCURS 100 TIMES.
               10 TAB-FOR-NOME             PIC X(25).
               10 TAB-FOR-PEDIDOS          PIC 9(05).
               10 TAB-FOR-AVALIADOS        PIC 9(05).
               10 TAB-FOR-ATRASADOS        PIC 9(05).
               10 TAB-FOR-ENTREGUES        PIC 9(05).
               10 TAB-FOR-DIAS-REAIS       PIC 9(07).
               10 TAB-FOR-DIAS-PROMETIDOS  PIC 9(07).
               10 TAB-FOR-QTD-PEDIDA       PIC 9(07).
               10 TAB-FOR-QTD-ATENDIDA     PIC 9(07).
               10 TAB-FOR-VALOR-PREVISTO   PIC S9(09)V99.
               10 TAB-FOR-VALOR-NOTA       PIC S9(09)V99.
               10 TAB-FOR-PERDAS           PIC S9(09)V99.

       01 TABELA-FORNECEDOR-AUX            PIC X(110).

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

           PERFORM P-ABRE-ARQUIVOS
           PERFORM P-CARREGA-PEDIDOS THRU P-CARREGA-PEDIDOS-FIM
           PERFORM P-SOMA-ENTREGAS THRU P-SOMA-ENTREGAS-FIM
           PERFORM P-AVALIA-PEDIDOS THRU P-AVALIA-PEDIDOS-FIM
           PERFORM P-SOMA-PERDAS THRU P-SOMA-PERDAS-FIM
           PERFORM P-ORDENA-FORNECEDOR THRU P-ORDENA-FORNECEDOR-FIM
           PERFORM P-GRAVA-RELATORIO THRU P-GRAVA-RELATORIO-FIM
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-SAIDA.

       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DATA-INI
           ACCEPT WS-PARM-DATA-FIM
           MOVE WS-PARM-DATA-INI(5:4) TO WS-DATA-INI-AMD(1:4)
           MOVE WS-PARM-DATA-INI(3:2) TO WS-DATA-INI-AMD(5:2)
           MOVE WS-PARM-DATA-INI(1:2) TO WS-DATA-INI-AMD(7:2)
           MOVE WS-PARM-DATA-FIM(5:4) TO WS-DATA-FIM-AMD(1:4)
           MOVE WS-PARM-DATA-FIM(3:2) TO WS-DATA-FIM-AMD(5:2)
           MOVE WS-PARM-DATA-FIM(1:2) TO WS-DATA-FIM-AMD(7:2)
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-AMD.

       P-ABRE-ARQUIVOS.
           OPEN INPUT PEDCOMP
           IF WS-STATUS-PEDCOMP NOT = "00"
               DISPLAY "Erro na abertura do PEDCOMP.DAT: "
                   WS-STATUS-PEDCOMP
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT RELFORN
           IF WS-STATUS-RELFORN NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELFORN
               CLOSE PEDCOMP
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

      * Sem o cadastro nao ha prazo prometido nem dono das
      * perdas; o relatorio sai so com atendimento e custo
           OPEN INPUT ARQBOL
           IF WS-STATUS-ARQBOL = "00"
               MOVE "S" TO WS-ARQBOL-ABERTO
           ELSE
               DISPLAY "Aviso: BOLINHO.DAT indisponivel ("
                   WS-STATUS-ARQBOL "); relatorio sem prazos.".

      ***************************************************
      * Linhas de pedido emitidas no periodo             *
      ***************************************************
       P-CARREGA-PEDIDOS.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CARREGA-PEDIDOS-LE UNTIL WS-CHAVE-EOF-SIM
           GO TO P-CARREGA-PEDIDOS-FIM.

       P-CARREGA-PEDIDOS-LE.
           READ PEDCOMP NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE PED-ANO TO WS-MOV-AMD(1:4)
               MOVE PED-MES TO WS-MOV-AMD(5:2)
               MOVE PED-DIA TO WS-MOV-AMD(7:2)
      * Pedido pendente ou recusado nunca foi ao fornecedor
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD AND
                   PED-SITUACAO NOT = "P" AND
                   PED-SITUACAO NOT = "X"
                   PERFORM P-CARREGA-PEDIDOS-ITEM.

       P-CARREGA-PEDIDOS-ITEM.
           IF WS-PED-USADOS NOT < WS-PED-LIMITE
               DISPLAY "Erro: mais de 2000 linhas de pedido no "
                   "periodo; reduza o periodo informado."
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-SAIDA.
           ADD 1 TO WS-REGISTROS-LIDOS
           ADD 1 TO WS-PED-USADOS
           MOVE WS-PED-USADOS TO WS-PED-IDX
           MOVE PED-NUMERO TO TAB-PED-NUMERO(WS-PED-IDX)
           MOVE PED-SKU TO TAB-PED-SKU(WS-PED-IDX)
           MOVE PED-FORN-NOME TO TAB-PED-FORN(WS-PED-IDX)
           MOVE WS-MOV-AMD TO TAB-PED-AMD(WS-PED-IDX)
           MOVE PED-QTD-PEDIDA TO TAB-PED-QTD-PEDIDA(WS-PED-IDX)
           MOVE PED-QTD-RECEBIDA TO TAB-PED-QTD-RECEBIDA(WS-PED-IDX)
           MOVE PED-CUSTO-PREVISTO TO
               TAB-PED-CUSTO-PREVISTO(WS-PED-IDX)
           MOVE PED-SITUACAO TO TAB-PED-SITUACAO(WS-PED-IDX)
           MOVE ZEROS TO TAB-PED-ULTIMA-AMD(WS-PED-IDX)
               TAB-PED-VALOR-PREVISTO(WS-PED-IDX)
               TAB-PED-VALOR-NOTA(WS-PED-IDX).

       P-CARREGA-PEDIDOS-FIM.
           EXIT.

      ***************************************************
      * Remessas que informaram o pedido: data da ultima *
      * entrega e custo da nota contra o previsto        *
      ***************************************************
       P-SOMA-ENTREGAS.
           OPEN INPUT RECEBTOS
           IF WS-STATUS-RECEBTOS NOT = "00"
               GO TO P-SOMA-ENTREGAS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-ENTREGAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE RECEBTOS
           GO TO P-SOMA-ENTREGAS-FIM.

       P-SOMA-ENTREGAS-LE.
           READ RECEBTOS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND ENT-PEDIDO IS NUMERIC AND
               ENT-PEDIDO NOT = ZEROS
               MOVE "N" TO WS-PED-ACHOU
               PERFORM P-SOMA-ENTREGAS-BUSCA
                   VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > WS-PED-USADOS OR
                         WS-PED-ACHOU = "S"
               IF WS-PED-ACHOU = "S"
                   PERFORM P-SOMA-ENTREGAS-ITEM.

       P-SOMA-ENTREGAS-BUSCA.
           IF TAB-PED-NUMERO(WS-PED-IDX) = ENT-PEDIDO AND
               TAB-PED-SKU(WS-PED-IDX) = ENT-SKU
               MOVE "S" TO WS-PED-ACHOU
               SUBTRACT 1 FROM WS-PED-IDX.

       P-SOMA-ENTREGAS-ITEM.
           ADD 1 TO WS-REGISTROS-LIDOS
           MOVE ENT-ANO TO WS-MOV-AMD(1:4)
           MOVE ENT-MES TO WS-MOV-AMD(5:2)
           MOVE ENT-DIA TO WS-MOV-AMD(7:2)
           IF WS-MOV-AMD > TAB-PED-ULTIMA-AMD(WS-PED-IDX)
               MOVE WS-MOV-AMD TO TAB-PED-ULTIMA-AMD(WS-PED-IDX).
           MULTIPLY ENT-QTD BY TAB-PED-CUSTO-PREVISTO(WS-PED-IDX)
               GIVING WS-VALOR-AUX
           ADD WS-VALOR-AUX TO TAB-PED-VALOR-PREVISTO(WS-PED-IDX)
           MULTIPLY ENT-QTD BY ENT-CUSTO-UNITARIO
               GIVING WS-VALOR-AUX
           ADD WS-VALOR-AUX TO TAB-PED-VALOR-NOTA(WS-PED-IDX).

       P-SOMA-ENTREGAS-FIM.
           EXIT.

      ***************************************************
      * Cada linha de pedido entra no seu fornecedor:    *
      * - atendimento: recebido (limitado ao pedido)     *
      *   sobre o pedido;                                *
      * - prazo: pedido fechado com data de entrega      *
      *   conta dias reais x prometidos, e atrasa se a   *
      *   ultima entrega passou da data prometida;       *
      *   pedido ainda aberto so conta como atrasado     *
      *   quando a data prometida ja passou              *
      ***************************************************
       P-AVALIA-PEDIDOS.
           PERFORM P-AVALIA-PEDIDO
               VARYING WS-PED-IDX FROM 1 BY 1
               UNTIL WS-PED-IDX > WS-PED-USADOS
           GO TO P-AVALIA-PEDIDOS-FIM.

       P-AVALIA-PEDIDO.
           MOVE TAB-PED-FORN(WS-PED-IDX) TO WS-FOR-BUSCA
           PERFORM P-ACHA-FORNECEDOR THRU P-ACHA-FORNECEDOR-FIM
           IF WS-FOR-ACHOU = "S"
               PERFORM P-AVALIA-PEDIDO-SOMA THRU P-AVALIA-PEDIDO-FIM.

       P-AVALIA-PEDIDO-SOMA.
           ADD 1 TO TAB-FOR-PEDIDOS(WS-FOR-IDX)
           ADD TAB-PED-QTD-PEDIDA(WS-PED-IDX) TO
               TAB-FOR-QTD-PEDIDA(WS-FOR-IDX)
           IF TAB-PED-QTD-RECEBIDA(WS-PED-IDX) >
               TAB-PED-QTD-PEDIDA(WS-PED-IDX)
               MOVE TAB-PED-QTD-PEDIDA(WS-PED-IDX) TO WS-QTD-AUX
           ELSE
               MOVE TAB-PED-QTD-RECEBIDA(WS-PED-IDX) TO WS-QTD-AUX.
           ADD WS-QTD-AUX TO TAB-FOR-QTD-ATENDIDA(WS-FOR-IDX)
           ADD TAB-PED-VALOR-PREVISTO(WS-PED-IDX) TO
               TAB-FOR-VALOR-PREVISTO(WS-FOR-IDX)
           ADD TAB-PED-VALOR-NOTA(WS-PED-IDX) TO
               TAB-FOR-VALOR-NOTA(WS-FOR-IDX)

           PERFORM P-PRAZO-DO-SKU THRU P-PRAZO-DO-SKU-FIM
           IF WS-PRAZO = ZEROS
               GO TO P-AVALIA-PEDIDO-FIM.
           MOVE TAB-PED-AMD(WS-PED-IDX)(7:2) TO WS-CURSOR-DIA
           MOVE TAB-PED-AMD(WS-PED-IDX)(5:2) TO WS-CURSOR-MES
           MOVE TAB-PED-AMD(WS-PED-IDX)(1:4) TO WS-CURSOR-ANO
           PERFORM P-AVANCA-UM-DIA WS-PRAZO TIMES
           MOVE WS-CURSOR-ANO TO WS-PROMETIDO-AMD(1:4)
           MOVE WS-CURSOR-MES TO WS-PROMETIDO-AMD(5:2)
           MOVE WS-CURSOR-DIA TO WS-PROMETIDO-AMD(7:2)

           IF TAB-PED-SITUACAO(WS-PED-IDX) = "R" AND
               TAB-PED-ULTIMA-AMD(WS-PED-IDX) NOT = ZEROS
               ADD 1 TO TAB-FOR-AVALIADOS(WS-FOR-IDX)
               ADD 1 TO TAB-FOR-ENTREGUES(WS-FOR-IDX)
               PERFORM P-CONTA-DIAS THRU P-CONTA-DIAS-FIM
               ADD WS-DIAS-CONTADOS TO
                   TAB-FOR-DIAS-REAIS(WS-FOR-IDX)
               ADD WS-PRAZO TO TAB-FOR-DIAS-PROMETIDOS(WS-FOR-IDX)
               IF TAB-PED-ULTIMA-AMD(WS-PED-IDX) > WS-PROMETIDO-AMD
                   ADD 1 TO TAB-FOR-ATRASADOS(WS-FOR-IDX)
               END-IF
               GO TO P-AVALIA-PEDIDO-FIM.

           IF TAB-PED-SITUACAO(WS-PED-IDX) = "A"
               ADD 1 TO TAB-FOR-AVALIADOS(WS-FOR-IDX)
               IF WS-HOJE-AMD > WS-PROMETIDO-AMD
                   ADD 1 TO TAB-FOR-ATRASADOS(WS-FOR-IDX).
       P-AVALIA-PEDIDO-FIM.
           EXIT.

      * Dias corridos da data do pedido ate a ultima entrega
      * (o cursor ja parte da data do pedido mais o prazo,
      * por isso e reposicionado)
       P-CONTA-DIAS.
           MOVE TAB-PED-AMD(WS-PED-IDX)(7:2) TO WS-CURSOR-DIA
           MOVE TAB-PED-AMD(WS-PED-IDX)(5:2) TO WS-CURSOR-MES
           MOVE TAB-PED-AMD(WS-PED-IDX)(1:4) TO WS-CURSOR-ANO
           MOVE TAB-PED-AMD(WS-PED-IDX) TO WS-CURSOR-AMD
           MOVE ZEROS TO WS-DIAS-CONTADOS
           PERFORM P-CONTA-DIAS-PASSO
               UNTIL WS-CURSOR-AMD NOT < TAB-PED-ULTIMA-AMD(WS-PED-IDX)
                  OR WS-DIAS-CONTADOS = 999.
       P-CONTA-DIAS-FIM.
           EXIT.

       P-CONTA-DIAS-PASSO.
           PERFORM P-AVANCA-UM-DIA
           ADD 1 TO WS-DIAS-CONTADOS
           MOVE WS-CURSOR-ANO TO WS-CURSOR-AMD(1:4)
           MOVE WS-CURSOR-MES TO WS-CURSOR-AMD(5:2)
           MOVE WS-CURSOR-DIA TO WS-CURSOR-AMD(7:2).

       P-AVALIA-PEDIDOS-FIM.
           EXIT.

      ***************************************************
      * Prazo de entrega prometido: primeiro local do    *
      * SKU no cadastro (o fornecedor e o mesmo em todas *
      * as filiais); zeros = sem prazo cadastrado        *
      ***************************************************
       P-PRAZO-DO-SKU.
           MOVE ZEROS TO WS-PRAZO
           IF WS-ARQBOL-ABERTO NOT = "S"
               GO TO P-PRAZO-DO-SKU-FIM.
           MOVE TAB-PED-SKU(WS-PED-IDX) TO SKU
           MOVE SPACES TO LOCAL
           MOVE "N" TO WS-PRODUTO-EOF
           START ARQBOL KEY IS NOT LESS THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-PRODUTO-EOF
           END-START
           IF WS-PRODUTO-EOF = "N"
               READ ARQBOL NEXT RECORD
                   AT END MOVE "S" TO WS-PRODUTO-EOF
               END-READ.
           IF WS-PRODUTO-EOF = "N" AND
               SKU = TAB-PED-SKU(WS-PED-IDX)
               MOVE FORN-PRAZO-ENTREGA TO WS-PRAZO.
       P-PRAZO-DO-SKU-FIM.
           EXIT.

      ***************************************************
      * Fornecedor na tabela (cria se ainda nao existe)  *
      ***************************************************
       P-ACHA-FORNECEDOR.
           MOVE "N" TO WS-FOR-ACHOU
           PERFORM P-ACHA-FORNECEDOR-BUSCA
               VARYING WS-FOR-IDX FROM 1 BY 1
               UNTIL WS-FOR-IDX > WS-FOR-USADOS OR
                     WS-FOR-ACHOU = "S"
           IF WS-FOR-ACHOU = "S"
               GO TO P-ACHA-FORNECEDOR-FIM.
           IF WS-FOR-USADOS NOT < WS-FOR-LIMITE
               MOVE "S" TO WS-FOR-ESTOURO
               GO TO P-ACHA-FORNECEDOR-FIM.
           ADD 1 TO WS-FOR-USADOS
           MOVE WS-FOR-USADOS TO WS-FOR-IDX
           MOVE WS-FOR-BUSCA TO TAB-FOR-NOME(WS-FOR-IDX)
           MOVE ZEROS TO TAB-FOR-PEDIDOS(WS-FOR-IDX)
               TAB-FOR-AVALIADOS(WS-FOR-IDX)
               TAB-FOR-ATRASADOS(WS-FOR-IDX)
               TAB-FOR-ENTREGUES(WS-FOR-IDX)
               TAB-FOR-DIAS-REAIS(WS-FOR-IDX)
               TAB-FOR-DIAS-PROMETIDOS(WS-FOR-IDX)
               TAB-FOR-QTD-PEDIDA(WS-FOR-IDX)
               TAB-FOR-QTD-ATENDIDA(WS-FOR-IDX)
               TAB-FOR-VALOR-PREVISTO(WS-FOR-IDX)
               TAB-FOR-VALOR-NOTA(WS-FOR-IDX)
               TAB-FOR-PERDAS(WS-FOR-IDX)
           MOVE "S" TO WS-FOR-ACHOU
           GO TO P-ACHA-FORNECEDOR-FIM.

       P-ACHA-FORNECEDOR-BUSCA.
           IF TAB-FOR-NOME(WS-FOR-IDX) = WS-FOR-BUSCA
               MOVE "S" TO WS-FOR-ACHOU
               SUBTRACT 1 FROM WS-FOR-IDX.

       P-ACHA-FORNECEDOR-FIM.
           EXIT.

      ***************************************************
      * Perdas por validade do periodo, no fornecedor    *
      * cadastrado para o SKU/local baixado              *
      ***************************************************
       P-SOMA-PERDAS.
           IF WS-ARQBOL-ABERTO NOT = "S"
               GO TO P-SOMA-PERDAS-FIM.
           OPEN INPUT PERDAS
           IF WS-STATUS-PERDAS NOT = "00"
               GO TO P-SOMA-PERDAS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-PERDAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE PERDAS
           GO TO P-SOMA-PERDAS-FIM.

       P-SOMA-PERDAS-LE.
           READ PERDAS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE PRD-ANO TO WS-MOV-AMD(1:4)
               MOVE PRD-MES TO WS-MOV-AMD(5:2)
               MOVE PRD-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   PERFORM P-SOMA-PERDAS-ITEM.

       P-SOMA-PERDAS-ITEM.
           ADD 1 TO WS-REGISTROS-LIDOS
           MOVE PRD-SKU TO SKU
           MOVE PRD-LOCAL TO LOCAL
           MOVE "N" TO WS-PRODUTO-EOF
           READ ARQBOL KEY IS CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-PRODUTO-EOF
           END-READ
           IF WS-PRODUTO-EOF = "N"
               MOVE FORN-NOME TO WS-FOR-BUSCA
               PERFORM P-ACHA-FORNECEDOR THRU P-ACHA-FORNECEDOR-FIM
               IF WS-FOR-ACHOU = "S"
                   ADD PRD-VALOR-CUSTO TO TAB-FOR-PERDAS(WS-FOR-IDX).

       P-SOMA-PERDAS-FIM.
           EXIT.

      ***************************************************
      * Ordem alfabetica de fornecedor (bolha simples)   *
      ***************************************************
       P-ORDENA-FORNECEDOR.
           IF WS-FOR-USADOS < 2
               GO TO P-ORDENA-FORNECEDOR-FIM.
           MOVE "S" TO WS-ORD-TROCOU
           PERFORM P-ORDENA-PASSADA UNTIL WS-ORD-TROCOU = "N"
           GO TO P-ORDENA-FORNECEDOR-FIM.

       P-ORDENA-PASSADA.
           MOVE "N" TO WS-ORD-TROCOU
           SUBTRACT 1 FROM WS-FOR-USADOS GIVING WS-ORD-J
           PERFORM P-ORDENA-COMPARA
               VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-ORD-J.

       P-ORDENA-COMPARA.
           IF TAB-FOR-NOME(WS-ORD-I) > TAB-FOR-NOME(WS-ORD-I + 1)
               MOVE TAB-FOR-ITEM(WS-ORD-I) TO TABELA-FORNECEDOR-AUX
               MOVE TAB-FOR-ITEM(WS-ORD-I + 1) TO
                   TAB-FOR-ITEM(WS-ORD-I)
               MOVE TABELA-FORNECEDOR-AUX TO
                   TAB-FOR-ITEM(WS-ORD-I + 1)
               MOVE "S" TO WS-ORD-TROCOU.

       P-ORDENA-FORNECEDOR-FIM.
           EXIT.

      ***************************************************
      * Uma linha por fornecedor                         *
      ***************************************************
       P-GRAVA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELFORN
           STRING "Avaliacao de fornecedores - pedidos de "
               DELIMITED BY SIZE
               WS-PARM-DATA-INI(1:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-DATA-INI(3:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-DATA-INI(5:4) DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               WS-PARM-DATA-FIM(1:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-DATA-FIM(3:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-DATA-FIM(5:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELFORN
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN

           IF WS-FOR-ESTOURO = "S"
               MOVE "ATENCAO: mais de 100 fornecedores; relatorio "
                   TO WS-LINHA-RELFORN
               MOVE "truncado." TO WS-LINHA-RELFORN(46:9)
               MOVE WS-LINHA-RELFORN TO REG-RELFORN
               WRITE REG-RELFORN.

           MOVE SPACES TO WS-LINHA-RELFORN
           MOVE "Fornecedor" TO WS-LINHA-RELFORN(1:10)
           MOVE "Ped." TO WS-LINHA-RELFORN(28:4)
           MOVE "Prom." TO WS-LINHA-RELFORN(34:5)
           MOVE "Real" TO WS-LINHA-RELFORN(41:4)
           MOVE "%Atras" TO WS-LINHA-RELFORN(47:6)
           MOVE "%Atend" TO WS-LINHA-RELFORN(54:6)
           MOVE "%Custo" TO WS-LINHA-RELFORN(61:6)
           MOVE "Perdas R$" TO WS-LINHA-RELFORN(72:9)
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN

           IF WS-FOR-USADOS = ZEROS
               MOVE "Nenhum pedido no periodo informado."
                   TO WS-LINHA-RELFORN
               MOVE WS-LINHA-RELFORN TO REG-RELFORN
               WRITE REG-RELFORN
               GO TO P-GRAVA-RELATORIO-FIM.

           PERFORM P-GRAVA-RELATORIO-LINHA
               VARYING WS-FOR-IDX FROM 1 BY 1
               UNTIL WS-FOR-IDX > WS-FOR-USADOS

           MOVE SPACES TO WS-LINHA-RELFORN
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN
           MOVE "Prom./Real = prazo medio em dias (prometido no "
               TO WS-LINHA-RELFORN
           MOVE "cadastro / realizado nos pedidos fechados)."
               TO WS-LINHA-RELFORN(48:43)
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN
           MOVE "%Atras = pedidos entregues apos o prazo ou abertos "
               TO WS-LINHA-RELFORN
           MOVE "e vencidos; %Atend = recebido / pedido."
               TO WS-LINHA-RELFORN(52:39)
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN
           MOVE "%Custo = variacao do custo das notas sobre o "
               TO WS-LINHA-RELFORN
           MOVE "previsto no pedido (remessas com pedido)."
               TO WS-LINHA-RELFORN(46:41)
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN
           GO TO P-GRAVA-RELATORIO-FIM.

       P-GRAVA-RELATORIO-LINHA.
           MOVE SPACES TO WS-LINHA-RELFORN
           MOVE TAB-FOR-NOME(WS-FOR-IDX) TO WS-LINHA-RELFORN(1:25)
           MOVE TAB-FOR-PEDIDOS(WS-FOR-IDX) TO WS-QTD-PRINT
           MOVE WS-QTD-PRINT TO WS-LINHA-RELFORN(28:4)

           IF TAB-FOR-ENTREGUES(WS-FOR-IDX) > ZEROS
               DIVIDE TAB-FOR-DIAS-PROMETIDOS(WS-FOR-IDX) BY
                   TAB-FOR-ENTREGUES(WS-FOR-IDX) GIVING WS-MEDIA
                   ROUNDED
               MOVE WS-MEDIA TO WS-MEDIA-PRINT
               MOVE WS-MEDIA-PRINT TO WS-LINHA-RELFORN(34:5)
               DIVIDE TAB-FOR-DIAS-REAIS(WS-FOR-IDX) BY
                   TAB-FOR-ENTREGUES(WS-FOR-IDX) GIVING WS-MEDIA
                   ROUNDED
               MOVE WS-MEDIA TO WS-MEDIA-PRINT
               MOVE WS-MEDIA-PRINT TO WS-LINHA-RELFORN(40:5)
           ELSE
               MOVE "-" TO WS-LINHA-RELFORN(38:1)
               MOVE "-" TO WS-LINHA-RELFORN(44:1).

           IF TAB-FOR-AVALIADOS(WS-FOR-IDX) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   TAB-FOR-ATRASADOS(WS-FOR-IDX) * 100 /
                   TAB-FOR-AVALIADOS(WS-FOR-IDX)
               MOVE WS-PERCENTUAL TO WS-PERC-PRINT
               MOVE WS-PERC-PRINT TO WS-LINHA-RELFORN(47:6)
           ELSE
               MOVE "-" TO WS-LINHA-RELFORN(52:1).

           IF TAB-FOR-QTD-PEDIDA(WS-FOR-IDX) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   TAB-FOR-QTD-ATENDIDA(WS-FOR-IDX) * 100 /
                   TAB-FOR-QTD-PEDIDA(WS-FOR-IDX)
               MOVE WS-PERCENTUAL TO WS-PERC-PRINT
               MOVE WS-PERC-PRINT TO WS-LINHA-RELFORN(54:6)
           ELSE
               MOVE "-" TO WS-LINHA-RELFORN(59:1).

           IF TAB-FOR-VALOR-PREVISTO(WS-FOR-IDX) > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   (TAB-FOR-VALOR-NOTA(WS-FOR-IDX) -
                    TAB-FOR-VALOR-PREVISTO(WS-FOR-IDX)) * 100 /
                   TAB-FOR-VALOR-PREVISTO(WS-FOR-IDX)
               MOVE WS-PERCENTUAL TO WS-PERC-PRINT
               MOVE WS-PERC-PRINT TO WS-LINHA-RELFORN(61:6)
           ELSE
               MOVE "-" TO WS-LINHA-RELFORN(66:1).

           MOVE TAB-FOR-PERDAS(WS-FOR-IDX) TO WS-VALOR-PRINT
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELFORN(69:12)
           MOVE WS-LINHA-RELFORN TO REG-RELFORN
           WRITE REG-RELFORN.

       P-GRAVA-RELATORIO-FIM.
           EXIT.

      ***************************************************
      * Aritmetica de calendario                         *
      ***************************************************
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
               MOVE "FORNSCOR" TO JOB-PROGRAMA
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
       P-FIM-SAIDA.
           CLOSE PEDCOMP RELFORN
           IF WS-ARQBOL-ABERTO = "S"
               CLOSE ARQBOL.
       P-FIM-STOP-RUN.
           STOP RUN.
