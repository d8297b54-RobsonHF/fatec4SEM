      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Vendas e quebra de caixa do *
      *          BOLINHO por operador: por   *
      *          dia e no mes, quantidade de *
      *          vendas, valor, devolucoes,  *
      *          ticket medio e diferenca    *
      *          do fechamento do turno      *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPERREL.
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

           SELECT FECHCAIX ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-FECHCAIX.

           SELECT OPERADOR ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS OP-CODIGO
           FILE STATUS             IS WS-STATUS-OPERADOR.

           SELECT RELOPER ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELOPER.

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

       FD OPERADOR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
           01 REG-OPERADOR.
               05 OP-CODIGO                PIC 9(04).
               05 OP-NOME                  PIC X(30).
               05 OP-SENHA                 PIC X(08).
               05 OP-NIVEL                 PIC X(01).
               05 OP-ATIVO                 PIC X(01).
               05 OP-TROCA-SENHA           PIC X(01).
               05 OP-DATA-SENHA            PIC 9(08).
               05 OP-FALHAS                PIC 9(01).
               05 OP-BLOQUEADO             PIC X(01).

       FD RELOPER
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "OPERREL.LST".
           01 REG-RELOPER                      PIC X(100).

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
           77 WS-STATUS-FECHCAIX           PIC X(02).
           77 WS-STATUS-OPERADOR           PIC X(02).
           77 WS-STATUS-RELOPER            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELOPER             PIC X(100) VALUE SPACES.
           77 WS-OPERADOR-ABERTO           PIC X     VALUE "N".

           77 WS-NOME-ARQMES               PIC X(13) VALUE SPACES.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.

      * Mes do relatorio via SYSIN no formato AAAAMM; zeros =
      * mes corrente
           77 WS-PARM-ANO-MES              PIC 9(06) VALUE ZEROS.
           77 WS-PARM-ANO                  PIC 9(04) VALUE ZEROS.
           77 WS-PARM-MES                  PIC 9(02) VALUE ZEROS.

      * Linhas sem operador (registros antigos) e fechamentos do
      * dia inteiro ficam na linha do operador 0000
           77 WS-OPR-CODIGO                PIC 9(04) VALUE ZEROS.
           77 WS-OPR-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-OPR-ACHADO                PIC 9(02) VALUE ZEROS.
           77 WS-OPR-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-OPR-EXCEDENTES            PIC 9(06) VALUE ZEROS.
           77 WS-DIA-IDX                   PIC 9(02) VALUE ZEROS.

           77 WS-TICKET                    PIC 9(07)V99 VALUE ZEROS.

           77 WS-QTD-PRINT                 PIC Z(04)9.
           77 WS-VALOR-PRINT               PIC -(06)9,99.
           77 WS-DEVOL-PRINT               PIC Z(06)9,99.
           77 WS-TICKET-PRINT              PIC Z(06)9,99.
           77 WS-DIF-PRINT                 PIC -(06)9,99.
           77 WS-DIF-TEXTO                 PIC X(11) VALUE SPACES.

      * Uma venda = um cupom; linhas antigas sem cupom contam
      * uma venda cada. A diferenca do dia e a do ultimo
      * fechamento gravado para o turno naquele dia
       01 TABELA-OPERADORES.
           05 TAB-OPR-ITEM OCCURS 30 TIMES.
               10 TAB-OPR-CODIGO           PIC 9(04).
               10 TAB-OPR-NOME             PIC X(20).
               10 TAB-OPR-ULT-CUPOM        PIC 9(06).
               10 TAB-OPR-TOT-VENDAS       PIC 9(06).
               10 TAB-OPR-TOT-VALOR        PIC S9(09)V99.
               10 TAB-OPR-TOT-DEVOL        PIC 9(09)V99.
               10 TAB-OPR-TOT-DIF          PIC S9(09)V99.
               10 TAB-OPR-TOT-FECHAM       PIC 9(03).
               10 TAB-DIA-ITEM OCCURS 31 TIMES.
                   15 TAB-DIA-VENDAS       PIC 9(05).
                   15 TAB-DIA-VALOR        PIC S9(07)V99.
                   15 TAB-DIA-DEVOL        PIC 9(07)V99.
                   15 TAB-DIA-DIF          PIC S9(07)V99.
                   15 TAB-DIA-FECHOU       PIC X(01).

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
           MOVE "INICIO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           ACCEPT WS-PARM-ANO-MES
           IF WS-PARM-ANO-MES = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               MOVE WS-DATA-SISTEMA(1:6) TO WS-PARM-ANO-MES.
           MOVE WS-PARM-ANO-MES(1:4) TO WS-PARM-ANO
           MOVE WS-PARM-ANO-MES(5:2) TO WS-PARM-MES

           PERFORM P-ABRE-ARQUIVOS
           PERFORM P-LE-VENDAS THRU P-LE-VENDAS-FIM
           PERFORM P-LE-ARQMES THRU P-LE-ARQMES-FIM
           PERFORM P-LE-FECHCAIX THRU P-LE-FECHCAIX-FIM
           PERFORM P-GRAVA-RELATORIO THRU P-GRAVA-RELATORIO-FIM

           CLOSE RELOPER
           IF WS-OPERADOR-ABERTO = "S"
               CLOSE OPERADOR.
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

       P-ABRE-ARQUIVOS.
           OPEN OUTPUT RELOPER
           IF WS-STATUS-RELOPER NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELOPER
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

      * Sem OPERADOR.DAT o relatorio sai so com os codigos
           OPEN INPUT OPERADOR
           IF WS-STATUS-OPERADOR = "00"
               MOVE "S" TO WS-OPERADOR-ABERTO.

      ***************************************************
      * Vendas do mes: arquivo vivo e, se o mes ja foi   *
      * arquivado pelo VENDARQ, o VNDAAAAMM.DAT          *
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

       P-LE-ARQMES.
           MOVE SPACES TO WS-NOME-ARQMES
           STRING "VND" DELIMITED BY SIZE
               WS-PARM-ANO-MES DELIMITED BY SIZE
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

       P-ACUMULA-VENDA.
           IF VND-ANO NOT = WS-PARM-ANO OR
               VND-MES NOT = WS-PARM-MES OR
               VND-DIA < 1 OR VND-DIA > 31
               GO TO P-ACUMULA-VENDA-FIM.
           ADD 1 TO WS-REGISTROS-LIDOS

           IF VND-OPERADOR NUMERIC
               MOVE VND-OPERADOR TO WS-OPR-CODIGO
           ELSE
               MOVE ZEROS TO WS-OPR-CODIGO.
           PERFORM P-BUSCA-OPERADOR THRU P-BUSCA-OPERADOR-FIM
           IF WS-OPR-ACHADO = ZEROS
               GO TO P-ACUMULA-VENDA-FIM.
           MOVE WS-OPR-ACHADO TO WS-OPR-IDX
           MOVE VND-DIA TO WS-DIA-IDX

           IF VND-TIPO = "D"
               ADD VND-VALOR-TOTAL TO
                   TAB-DIA-DEVOL(WS-OPR-IDX, WS-DIA-IDX)
               GO TO P-ACUMULA-VENDA-FIM.

           ADD VND-VALOR-TOTAL TO TAB-DIA-VALOR(WS-OPR-IDX, WS-DIA-IDX)
           IF VND-CUPOM NOT NUMERIC OR VND-CUPOM = ZEROS OR
               VND-CUPOM NOT = TAB-OPR-ULT-CUPOM(WS-OPR-IDX)
               ADD 1 TO TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX).
           IF VND-CUPOM NUMERIC
               MOVE VND-CUPOM TO TAB-OPR-ULT-CUPOM(WS-OPR-IDX).

       P-ACUMULA-VENDA-FIM.
           EXIT.

      ***************************************************
      * Fechamentos do mes: cada turno fica com a        *
      * diferenca do seu ultimo fechamento do dia        *
      ***************************************************
       P-LE-FECHCAIX.
           OPEN INPUT FECHCAIX
           IF WS-STATUS-FECHCAIX NOT = "00"
               GO TO P-LE-FECHCAIX-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-LE-FECHCAIX-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE FECHCAIX.

       P-LE-FECHCAIX-FIM.
           EXIT.

       P-LE-FECHCAIX-LE.
           READ FECHCAIX
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-ACUMULA-FECHAMENTO
                   THRU P-ACUMULA-FECHAMENTO-FIM.

       P-ACUMULA-FECHAMENTO.
           IF FCX-ANO NOT = WS-PARM-ANO OR
               FCX-MES NOT = WS-PARM-MES OR
               FCX-DIA < 1 OR FCX-DIA > 31
               GO TO P-ACUMULA-FECHAMENTO-FIM.

           IF FCX-OPERADOR NUMERIC
               MOVE FCX-OPERADOR TO WS-OPR-CODIGO
           ELSE
               MOVE ZEROS TO WS-OPR-CODIGO.
           PERFORM P-BUSCA-OPERADOR THRU P-BUSCA-OPERADOR-FIM
           IF WS-OPR-ACHADO = ZEROS
               GO TO P-ACUMULA-FECHAMENTO-FIM.
           MOVE WS-OPR-ACHADO TO WS-OPR-IDX
           MOVE FCX-DIA TO WS-DIA-IDX
           MOVE FCX-DIFERENCA TO TAB-DIA-DIF(WS-OPR-IDX, WS-DIA-IDX)
           MOVE "S" TO TAB-DIA-FECHOU(WS-OPR-IDX, WS-DIA-IDX).

       P-ACUMULA-FECHAMENTO-FIM.
           EXIT.

      ***************************************************
      * Procura o operador na tabela; o primeiro         *
      * encontro ocupa uma posicao nova e busca o nome   *
      * no OPERADOR.DAT. Tabela cheia: WS-OPR-ACHADO = 0 *
      ***************************************************
       P-BUSCA-OPERADOR.
           MOVE ZEROS TO WS-OPR-ACHADO
           PERFORM P-BUSCA-OPERADOR-TAB
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-USADOS
                  OR WS-OPR-ACHADO NOT = ZEROS
           IF WS-OPR-ACHADO NOT = ZEROS
               GO TO P-BUSCA-OPERADOR-FIM.

           IF WS-OPR-USADOS NOT < 30
               ADD 1 TO WS-OPR-EXCEDENTES
               GO TO P-BUSCA-OPERADOR-FIM.

           ADD 1 TO WS-OPR-USADOS
           MOVE WS-OPR-USADOS TO WS-OPR-ACHADO
           MOVE WS-OPR-CODIGO TO TAB-OPR-CODIGO(WS-OPR-ACHADO)
           MOVE ZEROS TO TAB-OPR-ULT-CUPOM(WS-OPR-ACHADO)
               TAB-OPR-TOT-VENDAS(WS-OPR-ACHADO)
               TAB-OPR-TOT-VALOR(WS-OPR-ACHADO)
               TAB-OPR-TOT-DEVOL(WS-OPR-ACHADO)
               TAB-OPR-TOT-DIF(WS-OPR-ACHADO)
               TAB-OPR-TOT-FECHAM(WS-OPR-ACHADO)
           MOVE WS-OPR-ACHADO TO WS-OPR-IDX
           PERFORM P-ZERA-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 31

           IF WS-OPR-CODIGO = ZEROS
               MOVE "SEM OPERADOR/DIA" TO TAB-OPR-NOME(WS-OPR-ACHADO)
               GO TO P-BUSCA-OPERADOR-FIM.
           MOVE SPACES TO TAB-OPR-NOME(WS-OPR-ACHADO)
           IF WS-OPERADOR-ABERTO = "S"
               MOVE WS-OPR-CODIGO TO OP-CODIGO
               READ OPERADOR
                   INVALID KEY
                       MOVE "(nao cadastrado)"
                           TO TAB-OPR-NOME(WS-OPR-ACHADO)
                   NOT INVALID KEY
                       MOVE OP-NOME TO TAB-OPR-NOME(WS-OPR-ACHADO)
               END-READ.

       P-BUSCA-OPERADOR-FIM.
           EXIT.

       P-BUSCA-OPERADOR-TAB.
           IF TAB-OPR-CODIGO(WS-OPR-IDX) = WS-OPR-CODIGO
               MOVE WS-OPR-IDX TO WS-OPR-ACHADO.

       P-ZERA-DIA.
           MOVE ZEROS TO TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX)
               TAB-DIA-VALOR(WS-OPR-IDX, WS-DIA-IDX)
               TAB-DIA-DEVOL(WS-OPR-IDX, WS-DIA-IDX)
               TAB-DIA-DIF(WS-OPR-IDX, WS-DIA-IDX)
           MOVE "N" TO TAB-DIA-FECHOU(WS-OPR-IDX, WS-DIA-IDX).

      ***************************************************
      * Relatorio: um bloco por dia com uma linha por    *
      * operador que vendeu ou fechou caixa, e o resumo  *
      * do mes por operador                              *
      ***************************************************
       P-GRAVA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELOPER
           STRING "Vendas e quebra de caixa por operador - mes "
               DELIMITED BY SIZE
               WS-PARM-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-ANO DELIMITED BY SIZE
               INTO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA
           PERFORM P-GRAVA-COLUNAS

           PERFORM P-GRAVA-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 31

           MOVE SPACES TO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA
           MOVE "Resumo do mes por operador" TO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA
           PERFORM P-GRAVA-COLUNAS
           PERFORM P-GRAVA-MES
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-USADOS

           MOVE SPACES TO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA
           MOVE SPACES TO WS-LINHA-RELOPER
           STRING "Diferenca de caixa = contado - esperado do "
               DELIMITED BY SIZE
               "fechamento do turno (0000 = dia inteiro)"
               DELIMITED BY SIZE
               INTO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA
           IF WS-OPR-EXCEDENTES > ZEROS
               MOVE SPACES TO WS-LINHA-RELOPER
               STRING "Mais de 30 operadores no mes: registros "
                   DELIMITED BY SIZE
                   "fora do relatorio: " DELIMITED BY SIZE
                   WS-OPR-EXCEDENTES DELIMITED BY SIZE
                   INTO WS-LINHA-RELOPER
               PERFORM P-GRAVA-LINHA.

       P-GRAVA-RELATORIO-FIM.
           EXIT.

       P-GRAVA-COLUNAS.
           MOVE SPACES TO WS-LINHA-RELOPER
           STRING "Data       Oper Nome                 Vendas"
               DELIMITED BY SIZE
               "       Valor  Devolucoes Ticket medio  Dif. caixa"
               DELIMITED BY SIZE
               INTO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-DIA.
           PERFORM P-GRAVA-DIA-OPER THRU P-GRAVA-DIA-OPER-FIM
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-USADOS.

       P-GRAVA-DIA-OPER.
           IF TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX) = ZEROS AND
               TAB-DIA-DEVOL(WS-OPR-IDX, WS-DIA-IDX) = ZEROS AND
               TAB-DIA-FECHOU(WS-OPR-IDX, WS-DIA-IDX) = "N"
               GO TO P-GRAVA-DIA-OPER-FIM.

           ADD TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX)
               TO TAB-OPR-TOT-VENDAS(WS-OPR-IDX)
           ADD TAB-DIA-VALOR(WS-OPR-IDX, WS-DIA-IDX)
               TO TAB-OPR-TOT-VALOR(WS-OPR-IDX)
           ADD TAB-DIA-DEVOL(WS-OPR-IDX, WS-DIA-IDX)
               TO TAB-OPR-TOT-DEVOL(WS-OPR-IDX)
           IF TAB-DIA-FECHOU(WS-OPR-IDX, WS-DIA-IDX) = "S"
               ADD TAB-DIA-DIF(WS-OPR-IDX, WS-DIA-IDX)
                   TO TAB-OPR-TOT-DIF(WS-OPR-IDX)
               ADD 1 TO TAB-OPR-TOT-FECHAM(WS-OPR-IDX)
               MOVE TAB-DIA-DIF(WS-OPR-IDX, WS-DIA-IDX)
                   TO WS-DIF-PRINT
               MOVE WS-DIF-PRINT TO WS-DIF-TEXTO
           ELSE
               MOVE " sem fecham" TO WS-DIF-TEXTO.

           MOVE TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX)
               TO WS-QTD-PRINT
           MOVE TAB-DIA-VALOR(WS-OPR-IDX, WS-DIA-IDX)
               TO WS-VALOR-PRINT
           MOVE TAB-DIA-DEVOL(WS-OPR-IDX, WS-DIA-IDX)
               TO WS-DEVOL-PRINT
           MOVE ZEROS TO WS-TICKET
           IF TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX) > ZEROS AND
               TAB-DIA-VALOR(WS-OPR-IDX, WS-DIA-IDX) > ZEROS
               DIVIDE TAB-DIA-VALOR(WS-OPR-IDX, WS-DIA-IDX)
                   BY TAB-DIA-VENDAS(WS-OPR-IDX, WS-DIA-IDX)
                   GIVING WS-TICKET ROUNDED.
           MOVE WS-TICKET TO WS-TICKET-PRINT

           MOVE SPACES TO WS-LINHA-RELOPER
           STRING WS-DIA-IDX DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-OPR-CODIGO(WS-OPR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-OPR-NOME(WS-OPR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEVOL-PRINT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TICKET-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIF-TEXTO DELIMITED BY SIZE
               INTO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-DIA-OPER-FIM.
           EXIT.

       P-GRAVA-MES.
           MOVE TAB-OPR-TOT-VENDAS(WS-OPR-IDX) TO WS-QTD-PRINT
           MOVE TAB-OPR-TOT-VALOR(WS-OPR-IDX) TO WS-VALOR-PRINT
           MOVE TAB-OPR-TOT-DEVOL(WS-OPR-IDX) TO WS-DEVOL-PRINT
           MOVE ZEROS TO WS-TICKET
           IF TAB-OPR-TOT-VENDAS(WS-OPR-IDX) > ZEROS AND
               TAB-OPR-TOT-VALOR(WS-OPR-IDX) > ZEROS
               DIVIDE TAB-OPR-TOT-VALOR(WS-OPR-IDX)
                   BY TAB-OPR-TOT-VENDAS(WS-OPR-IDX)
                   GIVING WS-TICKET ROUNDED.
           MOVE WS-TICKET TO WS-TICKET-PRINT
           IF TAB-OPR-TOT-FECHAM(WS-OPR-IDX) > ZEROS
               MOVE TAB-OPR-TOT-DIF(WS-OPR-IDX) TO WS-DIF-PRINT
               MOVE WS-DIF-PRINT TO WS-DIF-TEXTO
           ELSE
               MOVE " sem fecham" TO WS-DIF-TEXTO.

           MOVE SPACES TO WS-LINHA-RELOPER
           STRING "  /" DELIMITED BY SIZE
               WS-PARM-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-OPR-CODIGO(WS-OPR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-OPR-NOME(WS-OPR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEVOL-PRINT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TICKET-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIF-TEXTO DELIMITED BY SIZE
               INTO WS-LINHA-RELOPER
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELOPER TO REG-RELOPER
           WRITE REG-RELOPER.

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
               MOVE "OPERREL" TO JOB-PROGRAMA
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
