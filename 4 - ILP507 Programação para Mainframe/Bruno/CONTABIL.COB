      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Exportacao do livro diario  *
      *          para o contador: le vendas  *
      *          (vivas e arquivadas),       *
      *          recebimentos, pagamentos e  *
      *          devolucoes a fornecedor,    *
      *          fiado, gaveta, perdas e     *
      *          ajustes do periodo          *
      *          e grava os lancamentos de   *
      *          partida dobrada conforme o  *
      *          plano de contas             *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CONTABIL.
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

           SELECT RECEBTOS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RECEBTOS.

           SELECT CAPMOV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CAPMOV.

           SELECT FIADOMOV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-FIADOMOV.

           SELECT CAIXAMOV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CAIXAMOV.

           SELECT DEVFORN ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVFORN.

           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PERDAS.

           SELECT AJUSTES ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AJUSTES.

           SELECT PLCONTAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PLCONTAS.

           SELECT LCTOCONT ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-LCTOCONT.

           SELECT RELCONT ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELCONT.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
      * Arquivo vivo e meses arquivados pelo VENDARQ tem o
      * mesmo layout; os dois sao lidos para REG-VENDA
       FD VENDAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDAS.DAT".
           01 REG-VENDAS                       PIC X(91).

       FD ARQMES
           LABEL RECORDS ARE STANDARD.
           01 REG-ARQMES                       PIC X(91).

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

       FD CAPMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAPMOV.DAT".
           01 REG-CAPMOV.
               05 CPM-DATA.
                   10 CPM-DIA              PIC 99.
                   10 CPM-MES              PIC 99.
                   10 CPM-ANO              PIC 9(04).
               05 CPM-HORA                 PIC X(06).
               05 CPM-CAP-NUMERO           PIC 9(06).
               05 CPM-FORN-NOME            PIC X(25).
      * "P" = pagamento ao fornecedor, "D" = credito de
      * devolucao de mercadoria (abate a conta sem sair caixa)
               05 CPM-TIPO                 PIC X(01).
               05 CPM-VALOR                PIC 9(07)V99.
               05 CPM-OPERADOR             PIC 9(04).

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

       FD CAIXAMOV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CAIXAMOV.DAT".
           01 REG-CAIXAMOV.
               05 CXM-DATA.
                   10 CXM-DIA              PIC 99.
                   10 CXM-MES              PIC 99.
                   10 CXM-ANO              PIC 9(04).
               05 CXM-HORA                 PIC X(06).
      * "A" = abertura (fundo de troco), "S" = sangria,
      * "U" = suprimento de troco, "E" = sinal de encomenda
      * recebido (entra na gaveta), "X" = abate do sinal na
      * retirada (a venda sai integral mas o cliente so paga
      * o saldo)
               05 CXM-TIPO                 PIC X(01).
               05 CXM-VALOR                PIC 9(07)V99.
               05 CXM-OPERADOR             PIC 9(04).
               05 CXM-OBS                  PIC X(30).

      * Devolucoes de mercadoria ao fornecedor: o credito que
      * nao achou titulo em aberto fica pendente no registro
       FD DEVFORN
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVFORN.DAT".
           01 REG-DEVFORN.
               05 DVF-NUMERO               PIC 9(06).
               05 DVF-DATA.
                   10 DVF-DIA              PIC 99.
                   10 DVF-MES              PIC 99.
                   10 DVF-ANO              PIC 9(04).
               05 DVF-HORA                 PIC X(06).
               05 DVF-SKU                  PIC 9(04).
               05 DVF-LOCAL                PIC X(02).
               05 DVF-VALIDADE.
                   10 DVF-VAL-DIA          PIC 99.
                   10 DVF-VAL-MES          PIC 99.
                   10 DVF-VAL-ANO          PIC 9(04).
               05 DVF-QTD                  PIC 9(04).
               05 DVF-CUSTO-UNITARIO       PIC 9(04)V99.
               05 DVF-VALOR                PIC 9(07)V99.
               05 DVF-FORN-NOME            PIC X(25).
               05 DVF-MOTIVO               PIC X(01).
               05 DVF-CREDITO-APLICADO     PIC 9(07)V99.
               05 DVF-CREDITO-PENDENTE     PIC 9(07)V99.
               05 DVF-OPERADOR             PIC 9(04).
               05 DVF-OBS                  PIC X(30).

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

       FD AJUSTES
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AJUSTES.DAT".
           01 REG-AJUSTES.
               05 AJU-DATA.
                   10 AJU-DIA              PIC 99.
                   10 AJU-MES              PIC 99.
                   10 AJU-ANO              PIC 9(04).
               05 AJU-SKU                  PIC 9(04).
               05 AJU-LOCAL                PIC X(02).
               05 AJU-QTD-LIVRO            PIC 9(05).
               05 AJU-QTD-CONTADA          PIC 9(04).
               05 AJU-DIFERENCA            PIC S9(05).
               05 AJU-VALOR-CUSTO          PIC S9(08)V99.

      * Plano de contas do contador: uma linha por tipo de
      * movimento com a conta de debito e a de credito.
      * Tipos usados: VNDD/VNDC/VNDP venda a vista em
      * dinheiro, cartao e PIX; VNDF venda fiado;
      * DEVD/DEVC/DEVP devolucao por forma de reembolso;
      * VNDV venda paga com vale-troca; DEVV devolucao
      * restituida em vale-troca;
      * FIAP pagamento de fiado; RECB mercadoria recebida;
      * CAPP pagamento a fornecedor; DEVF devolucao ao
      * fornecedor (debito fornecedores, credito estoque: o
      * credito abatido nos titulos e o que ficou pendente);
      * CXMS sangria; CXMU
      * suprimento; CXME sinal de encomenda recebido; CXMX
      * sinal abatido na retirada; PERD perda por validade;
      * AJUF falta e AJUS sobra de inventario
       FD PLCONTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PLCONTAS.DAT".
           01 REG-PLCONTAS.
               05 PLC-EVENTO               PIC X(04).
               05 PLC-CONTA-DEBITO         PIC X(10).
               05 PLC-CONTA-CREDITO        PIC X(10).
               05 PLC-DESCRICAO            PIC X(30).

      * Livro diario entregue ao contador (layout fixo, um
      * lancamento por dia e tipo de movimento)
       FD LCTOCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LCTOCONT.DAT".
           01 REG-LCTOCONT.
               05 LCT-DATA.
                   10 LCT-DIA              PIC 99.
                   10 LCT-MES              PIC 99.
                   10 LCT-ANO              PIC 9(04).
               05 LCT-CONTA-DEBITO         PIC X(10).
               05 LCT-CONTA-CREDITO        PIC X(10).
               05 LCT-VALOR                PIC 9(09)V99.
               05 LCT-HISTORICO            PIC X(50).

       FD RELCONT
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.LST".
           01 REG-RELCONT                      PIC X(100).

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
           77 WS-STATUS-RECEBTOS           PIC X(02).
           77 WS-STATUS-CAPMOV             PIC X(02).
           77 WS-STATUS-FIADOMOV           PIC X(02).
           77 WS-STATUS-CAIXAMOV           PIC X(02).
           77 WS-STATUS-DEVFORN            PIC X(02).
           77 WS-STATUS-PERDAS             PIC X(02).
           77 WS-STATUS-AJUSTES            PIC X(02).
           77 WS-STATUS-PLCONTAS           PIC X(02).
           77 WS-STATUS-LCTOCONT           PIC X(02).
           77 WS-STATUS-RELCONT            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELCONT             PIC X(100) VALUE SPACES.
           77 WS-NOME-ARQMES               PIC X(13) VALUE SPACES.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

      * Parametros via SYSIN: inicio e fim do periodo
      * (DDMMAAAA)
           77 WS-PARM-DATA-INI             PIC 9(08) VALUE ZEROS.
           77 WS-PARM-DATA-FIM             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-INI-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-DATA-FIM-AMD              PIC 9(08) VALUE ZEROS.
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

           77 WS-MOV-EVENTO                PIC X(04) VALUE SPACES.
           77 WS-MOV-VALOR                 PIC S9(09)V99 VALUE ZEROS.

           77 WS-LAN-IDX                   PIC 9(04) VALUE ZEROS.
           77 WS-LAN-USADOS                PIC 9(04) VALUE ZEROS.
           77 WS-LAN-ACHOU                 PIC X     VALUE "N".
           77 WS-LAN-LIMITE                PIC 9(04) VALUE 3000.
           77 WS-LAN-GRAVADOS              PIC 9(06) VALUE ZEROS.

           77 WS-PLC-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-PLC-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-PLC-ACHOU                 PIC X     VALUE "N".
           77 WS-PLC-LIMITE                PIC 9(02) VALUE 50.

           77 WS-CTA-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-CTA-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-CTA-ACHOU                 PIC X     VALUE "N".
           77 WS-CTA-LIMITE                PIC 9(02) VALUE 60.
           77 WS-CTA-ESTOURO               PIC X     VALUE "N".
           77 WS-CTA-BUSCA                 PIC X(10) VALUE SPACES.
           77 WS-CTA-LADO                  PIC X(01) VALUE SPACES.

           77 WS-SEM-CONTA                 PIC 9(04) VALUE ZEROS.
           77 WS-SEM-CONTA-VALOR           PIC S9(11)V99 VALUE ZEROS.

           77 WS-ORD-I                     PIC 9(04) VALUE ZEROS.
           77 WS-ORD-J                     PIC 9(04) VALUE ZEROS.
           77 WS-ORD-TROCOU                PIC X     VALUE "N".

           77 WS-TOTAL-DEBITOS             PIC S9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-CREDITOS            PIC S9(11)V99 VALUE ZEROS.
           77 WS-DIFERENCA                 PIC S9(11)V99 VALUE ZEROS.

           77 WS-VALOR-AUX                 PIC S9(09)V99 VALUE ZEROS.
           77 WS-VALOR-PRINT               PIC -(10)9,99.
           77 WS-VALOR-PRINT-2             PIC -(10)9,99.

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

      * Movimentos acumulados por dia e tipo
       01 TABELA-LANCTO.
           05 TAB-LAN-ITEM OCCURS 3000 TIMES.
               10 TAB-LAN-AMD              PIC 9(08).
               10 TAB-LAN-EVENTO           PIC X(04).
               10 TAB-LAN-VALOR            PIC S9(09)V99.

       01 TABELA-LANCTO-AUX.
           05 AUX-LAN-AMD                  PIC 9(08).
           05 AUX-LAN-EVENTO               PIC X(04).
           05 AUX-LAN-VALOR                PIC S9(09)V99.

       01 TABELA-PLANO.
           05 TAB-PLC-ITEM OCCURS 50 TIMES.
               10 TAB-PLC-EVENTO           PIC X(04).
               10 TAB-PLC-DEBITO           PIC X(10).
               10 TAB-PLC-CREDITO          PIC X(10).
               10 TAB-PLC-DESCRICAO        PIC X(30).

      * Totais por conta para o balancete de conferencia
       01 TABELA-CONTA.
           05 TAB-CTA-ITEM OCCURS 60 TIMES.
               10 TAB-CTA-CONTA            PIC X(10).
               10 TAB-CTA-DEBITO           PIC S9(11)V99.
               10 TAB-CTA-CREDITO          PIC S9(11)V99.

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

           PERFORM P-CARREGA-PLANO THRU P-CARREGA-PLANO-FIM
           PERFORM P-SOMA-VENDAS THRU P-SOMA-VENDAS-FIM
           PERFORM P-SOMA-ARQUIVADAS THRU P-SOMA-ARQUIVADAS-FIM
           PERFORM P-SOMA-COMPRAS THRU P-SOMA-COMPRAS-FIM
           PERFORM P-SOMA-PAGAMENTOS THRU P-SOMA-PAGAMENTOS-FIM
           PERFORM P-SOMA-DEVFORN THRU P-SOMA-DEVFORN-FIM
           PERFORM P-SOMA-FIADO THRU P-SOMA-FIADO-FIM
           PERFORM P-SOMA-CAIXA THRU P-SOMA-CAIXA-FIM
           PERFORM P-SOMA-PERDAS THRU P-SOMA-PERDAS-FIM
           PERFORM P-SOMA-AJUSTES THRU P-SOMA-AJUSTES-FIM
           PERFORM P-ORDENA-LANCTO THRU P-ORDENA-LANCTO-FIM
           PERFORM P-GRAVA-DIARIO THRU P-GRAVA-DIARIO-FIM
           PERFORM P-GRAVA-BALANCETE THRU P-GRAVA-BALANCETE-FIM
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DATA-INI
           ACCEPT WS-PARM-DATA-FIM
           MOVE WS-PARM-DATA-INI(5:4) TO WS-DATA-INI-AMD(1:4)
           MOVE WS-PARM-DATA-INI(3:2) TO WS-DATA-INI-AMD(5:2)
           MOVE WS-PARM-DATA-INI(1:2) TO WS-DATA-INI-AMD(7:2)
           MOVE WS-PARM-DATA-FIM(5:4) TO WS-DATA-FIM-AMD(1:4)
           MOVE WS-PARM-DATA-FIM(3:2) TO WS-DATA-FIM-AMD(5:2)
           MOVE WS-PARM-DATA-FIM(1:2) TO WS-DATA-FIM-AMD(7:2).

      ***************************************************
      * Plano de contas em memoria; sem ele nao ha como  *
      * montar os lancamentos                            *
      ***************************************************
       P-CARREGA-PLANO.
           OPEN INPUT PLCONTAS
           IF WS-STATUS-PLCONTAS NOT = "00"
               DISPLAY "Erro na abertura do PLCONTAS.DAT: "
                   WS-STATUS-PLCONTAS
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CARREGA-PLANO-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE PLCONTAS
           GO TO P-CARREGA-PLANO-FIM.

       P-CARREGA-PLANO-LE.
           READ PLCONTAS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND PLC-EVENTO NOT = SPACES
               IF WS-PLC-USADOS < WS-PLC-LIMITE
                   ADD 1 TO WS-PLC-USADOS
                   MOVE PLC-EVENTO TO TAB-PLC-EVENTO(WS-PLC-USADOS)
                   MOVE PLC-CONTA-DEBITO TO
                       TAB-PLC-DEBITO(WS-PLC-USADOS)
                   MOVE PLC-CONTA-CREDITO TO
                       TAB-PLC-CREDITO(WS-PLC-USADOS)
                   MOVE PLC-DESCRICAO TO
                       TAB-PLC-DESCRICAO(WS-PLC-USADOS)
               ELSE
                   DISPLAY "Aviso: plano de contas com mais de 50 "
                       "tipos; excedentes ignorados.".

       P-CARREGA-PLANO-FIM.
           EXIT.

      ***************************************************
      * Vendas e devolucoes do arquivo vivo              *
      ***************************************************
       P-SOMA-VENDAS.
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               GO TO P-SOMA-VENDAS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-VENDAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE VENDAS
           GO TO P-SOMA-VENDAS-FIM.

       P-SOMA-VENDAS-LE.
           READ VENDAS INTO REG-VENDA
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-VENDA-EVENTO THRU P-VENDA-EVENTO-FIM.

      * Tipo de movimento da linha de venda: fiado vai para
      * a conta do cliente, o resto pela forma de pagamento
      * (devolucao pela forma do reembolso)
       P-VENDA-EVENTO.
           MOVE VND-ANO TO WS-MOV-AMD(1:4)
           MOVE VND-MES TO WS-MOV-AMD(5:2)
           MOVE VND-DIA TO WS-MOV-AMD(7:2)
           IF WS-MOV-AMD < WS-DATA-INI-AMD OR
               WS-MOV-AMD > WS-DATA-FIM-AMD
               GO TO P-VENDA-EVENTO-FIM.
           ADD 1 TO WS-REGISTROS-LIDOS
           IF VND-TIPO = "D"
               MOVE "DEV" TO WS-MOV-EVENTO
           ELSE
               MOVE "VND" TO WS-MOV-EVENTO.
           IF VND-TIPO = "F"
               MOVE "F" TO WS-MOV-EVENTO(4:1)
           ELSE
               IF VND-FORMA-PAGTO = "C" OR VND-FORMA-PAGTO = "P"
                   OR VND-FORMA-PAGTO = "V"
                   MOVE VND-FORMA-PAGTO TO WS-MOV-EVENTO(4:1)
               ELSE
                   MOVE "D" TO WS-MOV-EVENTO(4:1).
           MOVE VND-VALOR-TOTAL TO WS-MOV-VALOR
           PERFORM P-ACUMULA-LANCTO THRU P-ACUMULA-LANCTO-FIM.
       P-VENDA-EVENTO-FIM.
           EXIT.

       P-SOMA-VENDAS-FIM.
           EXIT.

      ***************************************************
      * Meses ja fechados pelo VENDARQ: cada mes do      *
      * periodo que tiver arquivo VNDAAAAMM.DAT          *
      ***************************************************
       P-SOMA-ARQUIVADAS.
           MOVE WS-DATA-INI-AMD(1:4) TO WS-ARQ-ANO
           MOVE WS-DATA-INI-AMD(5:2) TO WS-ARQ-MES
           MOVE WS-DATA-INI-AMD(1:6) TO WS-ARQ-ANO-MES
           PERFORM P-SOMA-ARQMES
               UNTIL WS-ARQ-ANO-MES > WS-DATA-FIM-AMD(1:6)
           GO TO P-SOMA-ARQUIVADAS-FIM.

       P-SOMA-ARQMES.
           MOVE SPACES TO WS-NOME-ARQMES
           STRING "VND" DELIMITED BY SIZE
               WS-ARQ-ANO-MES DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQMES
           OPEN INPUT ARQMES
           IF WS-STATUS-ARQMES = "00"
               MOVE "N" TO WS-CHAVE-EOF
               PERFORM P-SOMA-ARQMES-LE UNTIL WS-CHAVE-EOF-SIM
               CLOSE ARQMES.
           IF WS-ARQ-MES = 12
               ADD 1 TO WS-ARQ-ANO
               MOVE 1 TO WS-ARQ-MES
           ELSE
               ADD 1 TO WS-ARQ-MES.
           MOVE WS-ARQ-ANO TO WS-ARQ-ANO-MES(1:4)
           MOVE WS-ARQ-MES TO WS-ARQ-ANO-MES(5:2).

       P-SOMA-ARQMES-LE.
           READ ARQMES INTO REG-VENDA
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-VENDA-EVENTO THRU P-VENDA-EVENTO-FIM.

       P-SOMA-ARQUIVADAS-FIM.
           EXIT.

      ***************************************************
      * Mercadoria recebida (entra no estoque contra o   *
      * fornecedor a pagar), pelo custo do recebimento   *
      ***************************************************
       P-SOMA-COMPRAS.
           OPEN INPUT RECEBTOS
           IF WS-STATUS-RECEBTOS NOT = "00"
               GO TO P-SOMA-COMPRAS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-COMPRAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE RECEBTOS
           GO TO P-SOMA-COMPRAS-FIM.

       P-SOMA-COMPRAS-LE.
           READ RECEBTOS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE ENT-ANO TO WS-MOV-AMD(1:4)
               MOVE ENT-MES TO WS-MOV-AMD(5:2)
               MOVE ENT-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   MOVE "RECB" TO WS-MOV-EVENTO
                   MULTIPLY ENT-QTD BY ENT-CUSTO-UNITARIO
                       GIVING WS-MOV-VALOR
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-COMPRAS-FIM.
           EXIT.

      ***************************************************
      * Pagamentos de contas a fornecedor e creditos de  *
      * devolucao abatidos nos titulos (sem sair caixa)  *
      ***************************************************
       P-SOMA-PAGAMENTOS.
           OPEN INPUT CAPMOV
           IF WS-STATUS-CAPMOV NOT = "00"
               GO TO P-SOMA-PAGAMENTOS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-PAGAMENTOS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE CAPMOV
           GO TO P-SOMA-PAGAMENTOS-FIM.

       P-SOMA-PAGAMENTOS-LE.
           READ CAPMOV
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND
               (CPM-TIPO = "P" OR CPM-TIPO = "D")
               MOVE CPM-ANO TO WS-MOV-AMD(1:4)
               MOVE CPM-MES TO WS-MOV-AMD(5:2)
               MOVE CPM-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   IF CPM-TIPO = "D"
                       MOVE "DEVF" TO WS-MOV-EVENTO
                   ELSE
                       MOVE "CAPP" TO WS-MOV-EVENTO
                   END-IF
                   MOVE CPM-VALOR TO WS-MOV-VALOR
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-PAGAMENTOS-FIM.
           EXIT.

      ***************************************************
      * Devolucao ao fornecedor sem titulo em aberto: o  *
      * credito pendente completa o DEVF do dia (a parte *
      * abatida nos titulos ja veio do CAPMOV)           *
      ***************************************************
       P-SOMA-DEVFORN.
           OPEN INPUT DEVFORN
           IF WS-STATUS-DEVFORN NOT = "00"
               GO TO P-SOMA-DEVFORN-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-DEVFORN-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE DEVFORN
           GO TO P-SOMA-DEVFORN-FIM.

       P-SOMA-DEVFORN-LE.
           READ DEVFORN
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND DVF-CREDITO-PENDENTE > ZEROS
               MOVE DVF-ANO TO WS-MOV-AMD(1:4)
               MOVE DVF-MES TO WS-MOV-AMD(5:2)
               MOVE DVF-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   MOVE "DEVF" TO WS-MOV-EVENTO
                   MOVE DVF-CREDITO-PENDENTE TO WS-MOV-VALOR
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-DEVFORN-FIM.
           EXIT.

      ***************************************************
      * Recebimentos de fiado (as compras fiado ja vem   *
      * das linhas de venda)                             *
      ***************************************************
       P-SOMA-FIADO.
           OPEN INPUT FIADOMOV
           IF WS-STATUS-FIADOMOV NOT = "00"
               GO TO P-SOMA-FIADO-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-FIADO-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE FIADOMOV
           GO TO P-SOMA-FIADO-FIM.

       P-SOMA-FIADO-LE.
           READ FIADOMOV
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND MOV-TIPO = "P"
               MOVE MOV-ANO TO WS-MOV-AMD(1:4)
               MOVE MOV-MES TO WS-MOV-AMD(5:2)
               MOVE MOV-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   MOVE "FIAP" TO WS-MOV-EVENTO
                   MOVE MOV-VALOR TO WS-MOV-VALOR
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-FIADO-FIM.
           EXIT.

      ***************************************************
      * Movimentos de gaveta (a abertura e so o fundo de *
      * troco que ja estava no caixa e nao gera lancto)  *
      ***************************************************
       P-SOMA-CAIXA.
           OPEN INPUT CAIXAMOV
           IF WS-STATUS-CAIXAMOV NOT = "00"
               GO TO P-SOMA-CAIXA-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-CAIXA-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE CAIXAMOV
           GO TO P-SOMA-CAIXA-FIM.

       P-SOMA-CAIXA-LE.
           READ CAIXAMOV
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND
               (CXM-TIPO = "S" OR CXM-TIPO = "U" OR
                CXM-TIPO = "E" OR CXM-TIPO = "X")
               MOVE CXM-ANO TO WS-MOV-AMD(1:4)
               MOVE CXM-MES TO WS-MOV-AMD(5:2)
               MOVE CXM-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   MOVE "CXM" TO WS-MOV-EVENTO
                   MOVE CXM-TIPO TO WS-MOV-EVENTO(4:1)
                   MOVE CXM-VALOR TO WS-MOV-VALOR
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-CAIXA-FIM.
           EXIT.

      ***************************************************
      * Perdas por validade baixadas, a custo            *
      ***************************************************
       P-SOMA-PERDAS.
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
                   ADD 1 TO WS-REGISTROS-LIDOS
                   MOVE "PERD" TO WS-MOV-EVENTO
                   MOVE PRD-VALOR-CUSTO TO WS-MOV-VALOR
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-PERDAS-FIM.
           EXIT.

      ***************************************************
      * Diferencas do inventario fisico: falta e sobra   *
      * viram tipos separados, sempre com valor positivo *
      ***************************************************
       P-SOMA-AJUSTES.
           OPEN INPUT AJUSTES
           IF WS-STATUS-AJUSTES NOT = "00"
               GO TO P-SOMA-AJUSTES-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-AJUSTES-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE AJUSTES
           GO TO P-SOMA-AJUSTES-FIM.

       P-SOMA-AJUSTES-LE.
           READ AJUSTES
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND AJU-DIFERENCA NOT = ZEROS
               MOVE AJU-ANO TO WS-MOV-AMD(1:4)
               MOVE AJU-MES TO WS-MOV-AMD(5:2)
               MOVE AJU-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   IF AJU-DIFERENCA < ZEROS
                       MOVE "AJUF" TO WS-MOV-EVENTO
                       SUBTRACT AJU-VALOR-CUSTO FROM ZEROS
                           GIVING WS-MOV-VALOR
                   ELSE
                       MOVE "AJUS" TO WS-MOV-EVENTO
                       MOVE AJU-VALOR-CUSTO TO WS-MOV-VALOR
                   END-IF
                   PERFORM P-ACUMULA-LANCTO
                       THRU P-ACUMULA-LANCTO-FIM.

       P-SOMA-AJUSTES-FIM.
           EXIT.

      ***************************************************
      * Soma o movimento no dia/tipo; estourando a       *
      * tabela o diario sairia incompleto, entao o job   *
      * para com erro (rodar por periodo menor)          *
      ***************************************************
       P-ACUMULA-LANCTO.
           IF WS-MOV-VALOR = ZEROS
               GO TO P-ACUMULA-LANCTO-FIM.
           MOVE "N" TO WS-LAN-ACHOU
           PERFORM P-ACUMULA-LANCTO-BUSCA
               VARYING WS-LAN-IDX FROM 1 BY 1
               UNTIL WS-LAN-IDX > WS-LAN-USADOS OR
                     WS-LAN-ACHOU = "S"
           IF WS-LAN-ACHOU = "S"
               GO TO P-ACUMULA-LANCTO-FIM.
           IF WS-LAN-USADOS NOT < WS-LAN-LIMITE
               DISPLAY "Erro: mais de 3000 lancamentos dia/tipo "
                   "no periodo; reduza o periodo informado."
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.
           ADD 1 TO WS-LAN-USADOS
           MOVE WS-MOV-AMD TO TAB-LAN-AMD(WS-LAN-USADOS)
           MOVE WS-MOV-EVENTO TO TAB-LAN-EVENTO(WS-LAN-USADOS)
           MOVE WS-MOV-VALOR TO TAB-LAN-VALOR(WS-LAN-USADOS)
           GO TO P-ACUMULA-LANCTO-FIM.

       P-ACUMULA-LANCTO-BUSCA.
           IF TAB-LAN-AMD(WS-LAN-IDX) = WS-MOV-AMD AND
               TAB-LAN-EVENTO(WS-LAN-IDX) = WS-MOV-EVENTO
               ADD WS-MOV-VALOR TO TAB-LAN-VALOR(WS-LAN-IDX)
               MOVE "S" TO WS-LAN-ACHOU.

       P-ACUMULA-LANCTO-FIM.
           EXIT.

      ***************************************************
      * Ordenacao por data e tipo de movimento           *
      * (bolha simples)                                  *
      ***************************************************
       P-ORDENA-LANCTO.
           IF WS-LAN-USADOS < 2
               GO TO P-ORDENA-LANCTO-FIM.
           MOVE "S" TO WS-ORD-TROCOU
           PERFORM P-ORDENA-PASSADA UNTIL WS-ORD-TROCOU = "N"
           GO TO P-ORDENA-LANCTO-FIM.

       P-ORDENA-PASSADA.
           MOVE "N" TO WS-ORD-TROCOU
           SUBTRACT 1 FROM WS-LAN-USADOS GIVING WS-ORD-J
           PERFORM P-ORDENA-COMPARA
               VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I > WS-ORD-J.

       P-ORDENA-COMPARA.
           IF TAB-LAN-AMD(WS-ORD-I) > TAB-LAN-AMD(WS-ORD-I + 1) OR
               (TAB-LAN-AMD(WS-ORD-I) = TAB-LAN-AMD(WS-ORD-I + 1)
               AND TAB-LAN-EVENTO(WS-ORD-I) >
                   TAB-LAN-EVENTO(WS-ORD-I + 1))
               MOVE TAB-LAN-ITEM(WS-ORD-I) TO TABELA-LANCTO-AUX
               MOVE TAB-LAN-ITEM(WS-ORD-I + 1) TO
                   TAB-LAN-ITEM(WS-ORD-I)
               MOVE TABELA-LANCTO-AUX TO TAB-LAN-ITEM(WS-ORD-I + 1)
               MOVE "S" TO WS-ORD-TROCOU.

       P-ORDENA-LANCTO-FIM.
           EXIT.

      ***************************************************
      * Gravacao do livro diario: cada dia/tipo vira um  *
      * lancamento com as contas do plano; tipo sem      *
      * conta no plano sai listado e fica fora do diario *
      ***************************************************
       P-GRAVA-DIARIO.
           OPEN OUTPUT LCTOCONT
           IF WS-STATUS-LCTOCONT NOT = "00"
               DISPLAY "Erro na abertura do LCTOCONT.DAT: "
                   WS-STATUS-LCTOCONT
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT RELCONT
           IF WS-STATUS-RELCONT NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELCONT
               CLOSE LCTOCONT
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           MOVE SPACES TO WS-LINHA-RELCONT
           STRING "Exportacao contabil - periodo " DELIMITED BY SIZE
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
               INTO WS-LINHA-RELCONT
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT

           PERFORM P-GRAVA-DIARIO-LINHA
               VARYING WS-LAN-IDX FROM 1 BY 1
               UNTIL WS-LAN-IDX > WS-LAN-USADOS
           CLOSE LCTOCONT
           GO TO P-GRAVA-DIARIO-FIM.

       P-GRAVA-DIARIO-LINHA.
           MOVE "N" TO WS-PLC-ACHOU
           PERFORM P-GRAVA-DIARIO-PLANO
               VARYING WS-PLC-IDX FROM 1 BY 1
               UNTIL WS-PLC-IDX > WS-PLC-USADOS OR
                     WS-PLC-ACHOU = "S"
           IF WS-PLC-ACHOU = "N"
               PERFORM P-GRAVA-SEM-CONTA
           ELSE
               IF TAB-PLC-DEBITO(WS-PLC-IDX) = SPACES OR
                   TAB-PLC-CREDITO(WS-PLC-IDX) = SPACES
                   PERFORM P-GRAVA-SEM-CONTA
               ELSE
                   PERFORM P-GRAVA-LANCTO.

       P-GRAVA-DIARIO-PLANO.
           IF TAB-PLC-EVENTO(WS-PLC-IDX) = TAB-LAN-EVENTO(WS-LAN-IDX)
               MOVE "S" TO WS-PLC-ACHOU
               SUBTRACT 1 FROM WS-PLC-IDX.

      * Valor negativo no dia (estorno maior que o
      * movimento) sai com as contas invertidas
       P-GRAVA-LANCTO.
           MOVE SPACES TO REG-LCTOCONT
           MOVE TAB-LAN-AMD(WS-LAN-IDX)(7:2) TO LCT-DIA
           MOVE TAB-LAN-AMD(WS-LAN-IDX)(5:2) TO LCT-MES
           MOVE TAB-LAN-AMD(WS-LAN-IDX)(1:4) TO LCT-ANO
           IF TAB-LAN-VALOR(WS-LAN-IDX) < ZEROS
               MOVE TAB-PLC-CREDITO(WS-PLC-IDX) TO LCT-CONTA-DEBITO
               MOVE TAB-PLC-DEBITO(WS-PLC-IDX) TO LCT-CONTA-CREDITO
               SUBTRACT TAB-LAN-VALOR(WS-LAN-IDX) FROM ZEROS
                   GIVING WS-VALOR-AUX
           ELSE
               MOVE TAB-PLC-DEBITO(WS-PLC-IDX) TO LCT-CONTA-DEBITO
               MOVE TAB-PLC-CREDITO(WS-PLC-IDX) TO LCT-CONTA-CREDITO
               MOVE TAB-LAN-VALOR(WS-LAN-IDX) TO WS-VALOR-AUX.
           MOVE WS-VALOR-AUX TO LCT-VALOR
           STRING TAB-PLC-DESCRICAO(WS-PLC-IDX) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               TAB-LAN-AMD(WS-LAN-IDX)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-LAN-AMD(WS-LAN-IDX)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-LAN-AMD(WS-LAN-IDX)(1:4) DELIMITED BY SIZE
               INTO LCT-HISTORICO
           WRITE REG-LCTOCONT
           ADD 1 TO WS-LAN-GRAVADOS

           ADD WS-VALOR-AUX TO WS-TOTAL-DEBITOS
           MOVE LCT-CONTA-DEBITO TO WS-CTA-BUSCA
           MOVE "D" TO WS-CTA-LADO
           PERFORM P-ACUMULA-CONTA THRU P-ACUMULA-CONTA-FIM
           ADD WS-VALOR-AUX TO WS-TOTAL-CREDITOS
           MOVE LCT-CONTA-CREDITO TO WS-CTA-BUSCA
           MOVE "C" TO WS-CTA-LADO
           PERFORM P-ACUMULA-CONTA THRU P-ACUMULA-CONTA-FIM.

       P-GRAVA-SEM-CONTA.
           ADD 1 TO WS-SEM-CONTA
           ADD TAB-LAN-VALOR(WS-LAN-IDX) TO WS-SEM-CONTA-VALOR
           MOVE TAB-LAN-VALOR(WS-LAN-IDX) TO WS-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-RELCONT
           STRING "SEM CONTA NO PLANO: tipo " DELIMITED BY SIZE
               TAB-LAN-EVENTO(WS-LAN-IDX) DELIMITED BY SIZE
               " em " DELIMITED BY SIZE
               TAB-LAN-AMD(WS-LAN-IDX)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-LAN-AMD(WS-LAN-IDX)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-LAN-AMD(WS-LAN-IDX)(1:4) DELIMITED BY SIZE
               " R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONT
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT.

       P-GRAVA-DIARIO-FIM.
           EXIT.

      ***************************************************
      * Debito ou credito acumulado por conta para o     *
      * balancete de conferencia                         *
      ***************************************************
       P-ACUMULA-CONTA.
           MOVE "N" TO WS-CTA-ACHOU
           PERFORM P-ACUMULA-CONTA-BUSCA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-USADOS OR
                     WS-CTA-ACHOU = "S"
           IF WS-CTA-ACHOU = "N"
               IF WS-CTA-USADOS < WS-CTA-LIMITE
                   ADD 1 TO WS-CTA-USADOS
                   MOVE WS-CTA-USADOS TO WS-CTA-IDX
                   MOVE WS-CTA-BUSCA TO TAB-CTA-CONTA(WS-CTA-IDX)
                   MOVE ZEROS TO TAB-CTA-DEBITO(WS-CTA-IDX)
                       TAB-CTA-CREDITO(WS-CTA-IDX)
                   MOVE "S" TO WS-CTA-ACHOU
               ELSE
                   MOVE "S" TO WS-CTA-ESTOURO
                   GO TO P-ACUMULA-CONTA-FIM.
           IF WS-CTA-LADO = "D"
               ADD WS-VALOR-AUX TO TAB-CTA-DEBITO(WS-CTA-IDX)
           ELSE
               ADD WS-VALOR-AUX TO TAB-CTA-CREDITO(WS-CTA-IDX).
           GO TO P-ACUMULA-CONTA-FIM.

       P-ACUMULA-CONTA-BUSCA.
           IF TAB-CTA-CONTA(WS-CTA-IDX) = WS-CTA-BUSCA
               MOVE "S" TO WS-CTA-ACHOU
               SUBTRACT 1 FROM WS-CTA-IDX.

       P-ACUMULA-CONTA-FIM.
           EXIT.

      ***************************************************
      * Balancete por conta e total de conferencia:      *
      * debitos tem que bater com creditos               *
      ***************************************************
       P-GRAVA-BALANCETE.
           MOVE SPACES TO WS-LINHA-RELCONT
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT
           MOVE "Conta            Debitos         Creditos"
               TO WS-LINHA-RELCONT
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT

           IF WS-CTA-ESTOURO = "S"
               MOVE "ATENCAO: mais de 60 contas; balancete truncado."
                   TO WS-LINHA-RELCONT
               MOVE WS-LINHA-RELCONT TO REG-RELCONT
               WRITE REG-RELCONT.

           PERFORM P-GRAVA-BALANCETE-LINHA
               VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CTA-USADOS

           MOVE WS-TOTAL-DEBITOS TO WS-VALOR-PRINT
           MOVE WS-TOTAL-CREDITOS TO WS-VALOR-PRINT-2
           MOVE SPACES TO WS-LINHA-RELCONT
           MOVE "TOTAL" TO WS-LINHA-RELCONT(1:10)
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELCONT(12:14)
           MOVE WS-VALOR-PRINT-2 TO WS-LINHA-RELCONT(28:14)
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT

           SUBTRACT WS-TOTAL-CREDITOS FROM WS-TOTAL-DEBITOS
               GIVING WS-DIFERENCA
           MOVE SPACES TO WS-LINHA-RELCONT
           IF WS-DIFERENCA = ZEROS
               STRING "Debitos = creditos: diario BATIDO ("
                   DELIMITED BY SIZE
                   WS-LAN-GRAVADOS DELIMITED BY SIZE
                   " lancamentos)." DELIMITED BY SIZE
                   INTO WS-LINHA-RELCONT
           ELSE
               MOVE WS-DIFERENCA TO WS-VALOR-PRINT
               STRING "ATENCAO: diario NAO BATE, diferenca R$"
                   DELIMITED BY SIZE
                   WS-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-RELCONT.
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT

           IF WS-SEM-CONTA > ZEROS
               MOVE WS-SEM-CONTA-VALOR TO WS-VALOR-PRINT
               MOVE SPACES TO WS-LINHA-RELCONT
               STRING "Movimentos fora do diario por falta de conta: "
                   DELIMITED BY SIZE
                   WS-SEM-CONTA DELIMITED BY SIZE
                   " - R$" DELIMITED BY SIZE
                   WS-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-RELCONT
               MOVE WS-LINHA-RELCONT TO REG-RELCONT
               WRITE REG-RELCONT.

           CLOSE RELCONT
           GO TO P-GRAVA-BALANCETE-FIM.

       P-GRAVA-BALANCETE-LINHA.
           MOVE TAB-CTA-DEBITO(WS-CTA-IDX) TO WS-VALOR-PRINT
           MOVE TAB-CTA-CREDITO(WS-CTA-IDX) TO WS-VALOR-PRINT-2
           MOVE SPACES TO WS-LINHA-RELCONT
           MOVE TAB-CTA-CONTA(WS-CTA-IDX) TO WS-LINHA-RELCONT(1:10)
           MOVE WS-VALOR-PRINT TO WS-LINHA-RELCONT(12:14)
           MOVE WS-VALOR-PRINT-2 TO WS-LINHA-RELCONT(28:14)
           MOVE WS-LINHA-RELCONT TO REG-RELCONT
           WRITE REG-RELCONT.

       P-GRAVA-BALANCETE-FIM.
           EXIT.

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
               MOVE "CONTABIL" TO JOB-PROGRAMA
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
