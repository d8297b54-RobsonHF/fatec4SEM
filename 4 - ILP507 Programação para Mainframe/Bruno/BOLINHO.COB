           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CAIXAMOV.

           SELECT CAPMOV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CAPMOV.

           SELECT RECEBTOS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RECEBTOS.
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-INVREL.

           SELECT CICLOCNT ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CIC-CHAVE
           FILE STATUS             IS WS-STATUS-CICLOCNT.

           SELECT CICLOFOL ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CICLOFOL.

           SELECT FIADOLIB ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-FIADOLIB.

           SELECT PEDAPROV ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PEDAPROV.

           SELECT PONTOS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PONTOS.

           SELECT PONTGRUP ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PONTGRUP.

           SELECT MARGRUPO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-MARGRUPO.

           SELECT BALANCA ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-BALANCA.

           SELECT DEVFORN ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVFORN.

           SELECT DEVFCOMP ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVFCOMP.

           SELECT PERDAS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PERDAS.

           SELECT VENDFECH ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDFECH.

           SELECT ARQMES ASSIGN TO DYNAMIC WS-KDX-NOME-ARQMES
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-ARQMES.

           SELECT KARDEX ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-KARDEX.

           SELECT VALETROC ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS VLT-NUMERO
           FILE STATUS             IS WS-STATUS-VALETROC.

           SELECT RECEITA ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS RCT-CHAVE
           FILE STATUS             IS WS-STATUS-RECEITA.

           SELECT PRODUCAO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRODUCAO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO
      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

       FD HISTPRECO
           LABEL RECORDS ARE STANDARD
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

       FD FECHCAIX
           LABEL RECORDS ARE STANDARD
      * fundo de troco + vendas em dinheiro + pagamentos de
      * fiado + suprimentos - sangrias
               05 FCX-DIFERENCA            PIC S9(07)V99.
      * Operador do turno fechado; zeros = caixa do dia inteiro
      * (e nos registros antigos)
               05 FCX-OPERADOR             PIC 9(04).
      * Vales-troca emitidos nas devolucoes e recebidos como
      * pagamento; nao passam pela gaveta. Espacos nos
      * registros antigos
               05 FCX-VALES-EMITIDOS       PIC S9(07)V99.
               05 FCX-VALES-RESGATADOS     PIC S9(07)V99.

       FD CAIXAMOV
           LABEL RECORDS ARE STANDARD
               05 CXM-OPERADOR             PIC 9(04).
               05 CXM-OBS                  PIC X(30).

      * Movimentos das contas a pagar, um por pagamento
      * gravado (o CONTAPAG so guarda o acumulado pago)
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

       FD RECEBTOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECEBTOS.DAT".
               05 ENT-FORN-NOME            PIC X(25).
               05 ENT-QTD                  PIC 9(04).
               05 ENT-CUSTO-UNITARIO       PIC 9(04)V99.
      * Pedido de compra atendido pela remessa; zeros (ou
      * vazio nos registros antigos) = entrega sem pedido
               05 ENT-PEDIDO               PIC 9(06).

       FD TRANSLOG
           LABEL RECORDS ARE STANDARD
               05 PED-QTD-PEDIDA           PIC 9(04).
               05 PED-CUSTO-PREVISTO       PIC 9(04)V99.
               05 PED-QTD-RECEBIDA         PIC 9(05).
      * "A" = aberto (aguardando entrega), "R" = recebido,
      * "P" = pendente de aprovacao do gerente (pedido acima do
      * limite), "X" = recusado pelo gerente ou item retirado
               05 PED-SITUACAO             PIC X(01).

       FD ENCOMEND
                   10 CLI-NUM-TEL          PIC 9(09).
               05 CLI-LIMITE               PIC 9(05)V99.
               05 CLI-SALDO                PIC S9(06)V99.
      * "S" = fiado bloqueado pelo gerente; "N" ou espaco =
      * fiado liberado
               05 CLI-BLOQUEIO             PIC X(01).

       FD FIADOMOV
           LABEL RECORDS ARE STANDARD
               05 MOV-TIPO                 PIC X(01).
               05 MOV-VALOR                PIC 9(07)V99.
               05 MOV-OBS                  PIC X(30).
      * Operador logado que lancou o movimento; zeros nos
      * registros antigos
               05 MOV-OPERADOR             PIC 9(04).

       FD AGENDA
           LABEL RECORDS ARE STANDARD
                   10 AGE-HORA        PIC XX.
                   10 AGE-MINUTO      PIC XX.
                   10 AGE-MINUTO-N REDEFINES AGE-MINUTO PIC 99.
      * agenda do recurso (as entregas vao para a DOCA e as
      * retiradas de encomenda para o BALCAO)
                   10 AGE-AGENDA      PIC X(06).
               05 AGE-NOME            PIC X(160).
               05 AGE-RECORRENTE      PIC X.

           VALUE OF FILE-ID IS "INVREL.LST".
           01 REG-INVREL                       PIC X(100).

      * Plano de contagem ciclica (montado todo mes pelo
      * CLASSABC): quando cada SKU/local volta a ser contado
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

       FD CICLOFOL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CICLOFOL.LST".
           01 REG-CICLOFOL                     PIC X(100).

       FD FIADOLIB
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "FIADOLIB.DAT".
           01 REG-FIADOLIB.
               05 LIB-DATA.
                   10 LIB-DIA              PIC 99.
                   10 LIB-MES              PIC 99.
                   10 LIB-ANO              PIC 9(04).
               05 LIB-HORA                 PIC X(06).
               05 LIB-CLIENTE              PIC 9(04).
      * "B" = cliente bloqueado no cadastro, "A" = compra fiado
      * em atraso alem do prazo
               05 LIB-RESTRICAO            PIC X(01).
               05 LIB-DESDE                PIC 9(08).
               05 LIB-OPERADOR             PIC 9(04).
               05 LIB-GERENTE              PIC 9(04).
               05 LIB-CUPOM                PIC 9(06).
               05 LIB-VALOR                PIC 9(07)V99.
               05 LIB-MOTIVO               PIC X(40).

       FD PEDAPROV
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PEDAPROV.DAT".
           01 REG-PEDAPROV.
               05 PAP-DATA.
                   10 PAP-DIA              PIC 99.
                   10 PAP-MES              PIC 99.
                   10 PAP-ANO              PIC 9(04).
               05 PAP-HORA                 PIC X(06).
               05 PAP-PEDIDO               PIC 9(06).
      * "A" = pedido aprovado, "X" = pedido recusado, "T" = item
      * com quantidade ajustada na aprovacao (zero = retirado)
               05 PAP-ACAO                 PIC X(01).
      * SKU do item ajustado; zeros nas decisoes do pedido todo
               05 PAP-SKU                  PIC 9(04).
               05 PAP-QTD-ANTES            PIC 9(04).
               05 PAP-QTD-DEPOIS           PIC 9(04).
      * Valor do pedido aprovado ou recusado, ou do item ajustado
               05 PAP-VALOR                PIC 9(07)V99.
               05 PAP-GERENTE              PIC 9(04).
               05 PAP-MOTIVO               PIC X(40).

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
      * G: valor pago que gerou os pontos; R: desconto dado;
      * E: valor devolvido; X: zeros
               05 PTS-VALOR                PIC 9(07)V99.

       FD PONTGRUP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PONTGRUP.DAT".
           01 REG-PONTGRUP.
               05 PGR-GRUPO                PIC X(02).
      * pontos ganhos por R$ 1,00 pago em mercadoria do grupo
               05 PGR-FATOR                PIC 9(02)V99.

       FD MARGRUPO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MARGRUPO.DAT".
           01 REG-MARGRUPO.
               05 MRG-GRUPO                PIC X(02).
      * margem minima do grupo em % sobre o custo (mesma conta
      * da margem do BOMBOM: lucro / custo)
               05 MRG-MARGEM               PIC 9(02)V99.

      * Leiaute das etiquetas EAN-13 de peso ou preco variavel
      * impressas pela balanca (comecam com "2"), uma linha por
      * prefixo de dois digitos. Posicoes contadas de 1 a 13
      * (a 13 e o digito verificador); tamanho zero = a
      * etiqueta nao traz aquele campo
       FD BALANCA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BALANCA.DAT".
           01 REG-BALANCA.
               05 BAL-PREFIXO              PIC 9(02).
               05 BAL-LEIAUTE.
                   10 BAL-POS-CODIGO       PIC 9(02).
                   10 BAL-TAM-CODIGO       PIC 9(01).
      * peso liquido em gramas
                   10 BAL-POS-PESO         PIC 9(02).
                   10 BAL-TAM-PESO         PIC 9(01).
      * preco total da etiqueta em centavos
                   10 BAL-POS-PRECO        PIC 9(02).
                   10 BAL-TAM-PRECO        PIC 9(01).

      * Devolucoes de mercadoria ao fornecedor (avaria na
      * entrega, validade proxima aceita de volta), uma por
      * lote devolvido
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
      * Quantidade em unidades (em gramas no granel)
               05 DVF-QTD                  PIC 9(04).
      * Custo unitario do credito (por kg no granel)
               05 DVF-CUSTO-UNITARIO       PIC 9(04)V99.
               05 DVF-VALOR                PIC 9(07)V99.
               05 DVF-FORN-NOME            PIC X(25).
      * "A" = avaria na entrega, "V" = validade proxima,
      * "O" = outro motivo (ver observacao)
               05 DVF-MOTIVO               PIC X(01).
      * Credito abatido das contas a pagar em aberto do
      * fornecedor; o pendente e o que sobrou sem conta aberta
               05 DVF-CREDITO-APLICADO     PIC 9(07)V99.
               05 DVF-CREDITO-PENDENTE     PIC 9(07)V99.
               05 DVF-OPERADOR             PIC 9(04).
               05 DVF-OBS                  PIC X(30).

      * Comprovante de devolucao para o motorista assinar
       FD DEVFCOMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DEVFORN.LST".
           01 REG-DEVFCOMP                     PIC X(80).

      * Baixas de lotes vencidos gravadas pelo BOLBAIXA
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

      * Meses ja arquivados pelo VENDARQ (um VNDAAAAMM.DAT
      * para cada registro)
       FD VENDFECH
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDFECH.DAT".
           01 REG-VENDFECH.
               05 FCH-ANO-MES              PIC 9(06).

       FD ARQMES
           LABEL RECORDS ARE STANDARD.
           01 REG-ARQMES                       PIC X(91).

       FD KARDEX
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "KARDEX.LST".
           01 REG-KARDEX                       PIC X(100).

      * Vales-troca emitidos nas devolucoes; o saldo baixa a
      * cada venda paga com o vale
       FD VALETROC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VALETROC.DAT".
           01 REG-VALETROC.
               05 VLT-NUMERO               PIC 9(06).
      * datas em AAAAMMDD; ultimo uso zerado = vale intacto
               05 VLT-EMISSAO              PIC 9(08).
               05 VLT-VALIDADE             PIC 9(08).
               05 VLT-VALOR                PIC 9(07)V99.
               05 VLT-SALDO                PIC 9(07)V99.
               05 VLT-CUPOM-ORIGEM         PIC 9(06).
               05 VLT-OPERADOR             PIC 9(04).
               05 VLT-ULT-USO              PIC 9(08).

      * Receitas dos bolinhos feitos na casa: uma linha por
      * ingrediente do produto acabado. A linha de ingrediente
      * 0000 e o cabecalho: RCT-QTD = rendimento de uma fornada
      * e RCT-VALIDADE-DIAS = prazo de validade do lote feito
       FD RECEITA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "RECEITA.DAT".
           01 REG-RECEITA.
               05 RCT-CHAVE.
                   10 RCT-SKU              PIC 9(04).
                   10 RCT-INGREDIENTE      PIC 9(04).
      * Quantidade por fornada (em gramas no granel)
               05 RCT-QTD                  PIC 9(05).
               05 RCT-VALIDADE-DIAS        PIC 9(03).

      * Ordens de producao: uma linha "P" com o produto acabado
      * e uma linha "C" para cada ingrediente consumido
       FD PRODUCAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODUCAO.DAT".
           01 REG-PRODUCAO.
               05 OPR-NUMERO               PIC 9(06).
               05 OPR-DATA.
                   10 OPR-DIA              PIC 99.
                   10 OPR-MES              PIC 99.
                   10 OPR-ANO              PIC 9(04).
               05 OPR-HORA                 PIC X(06).
      * "P" = produto acabado, "C" = consumo de ingrediente
               05 OPR-TIPO                 PIC X(01).
               05 OPR-SKU                  PIC 9(04).
               05 OPR-LOCAL                PIC X(02).
               05 OPR-SKU-PRODUTO          PIC 9(04).
               05 OPR-FORNADAS             PIC 9(03).
      * Quantidades em unidades (em gramas no granel): na
      * linha "P" o previsto e o rendimento da receita vezes
      * as fornadas e o real e o que saiu da cozinha; na "C"
      * as duas sao o consumo
               05 OPR-QTD-PREVISTA         PIC 9(07).
               05 OPR-QTD                  PIC 9(07).
      * Validade do lote produzido (zeros na linha "C")
               05 OPR-VALIDADE.
                   10 OPR-VAL-DIA          PIC 99.
                   10 OPR-VAL-MES          PIC 99.
                   10 OPR-VAL-ANO          PIC 9(04).
      * Custo dos ingredientes (o da fornada toda na linha
      * "P"), e o custo unitario real do produto acabado
      * (por kg no granel)
               05 OPR-CUSTO-TOTAL          PIC 9(07)V99.
               05 OPR-CUSTO-UNITARIO       PIC 9(04)V99.
               05 OPR-OPERADOR             PIC 9(04).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQUIVO            PIC X(02).
           77 WS-MENSAGEM                  PIC X(48) VALUE SPACES.
           77 WS-VENDA-FORMA               PIC X(01) VALUE SPACES.
           77 WS-VENDA-FIADO-RESP          PIC X(01) VALUE "N".

           77 WS-CST-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-CST-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-CST-ITENS                 PIC 9(02) VALUE ZEROS.
           77 WS-CST-LINHA                 PIC 9(02) VALUE ZEROS.
           77 WS-CST-ACAO                  PIC X(01) VALUE SPACES.
           77 WS-CST-FIM                   PIC X     VALUE "N".
           77 WS-CST-OK                    PIC X     VALUE "N".
           77 WS-CST-FIADO                 PIC X     VALUE "N".
           77 WS-CST-TOTAL                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-CST-BRUTO                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-CST-ULTIMO                PIC X(30) VALUE SPACES.
           77 WS-CST-MARCA                 PIC X(09) VALUE SPACES.
           77 WS-NEC-IDX                   PIC 9(03) VALUE ZEROS.
           77 WS-NEC-USADOS                PIC 9(03) VALUE ZEROS.
           77 WS-NEC-ACHOU                 PIC X     VALUE "N".
           77 WS-NEC-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-NEC-QTD                   PIC 9(06) VALUE ZEROS.

      * Cesta da venda no balcao: as linhas ficam aqui ate o
      * fechamento e so entao vao para VENDAS.DAT com um
      * unico cupom
       01 TABELA-CESTA.
           05 TAB-CST-ITEM OCCURS 30 TIMES.
               10 TAB-CST-SKU              PIC 9(04).
               10 TAB-CST-LOCAL            PIC X(02).
               10 TAB-CST-NOME             PIC X(30).
               10 TAB-CST-TIPO             PIC X(01).
               10 TAB-CST-QTD              PIC 9(04).
               10 TAB-CST-PRECO            PIC 9(04)V99.
               10 TAB-CST-TOTAL            PIC 9(07)V99.
      * "A" = ativa, "C" = cancelada antes do fechamento
               10 TAB-CST-SITU             PIC X(01).
      * "S" = preco da etiqueta da balanca diferente do nosso
               10 TAB-CST-BALANCA          PIC X(01).

      * Consumo da cesta por SKU e local (kits abertos nos
      * componentes) para a conferencia de estoque
       01 TABELA-CESTA-NEC.
           05 TAB-NEC-ITEM OCCURS 100 TIMES.
               10 TAB-NEC-SKU              PIC 9(04).
               10 TAB-NEC-LOCAL            PIC X(02).
               10 TAB-NEC-QTD              PIC 9(06).

           77 WS-DEV-CUPOM                 PIC 9(06) VALUE ZEROS.
           77 WS-DEV-PRECO                 PIC 9(04)V99 VALUE ZEROS.
           77 WS-DEV-QTD-VENDIDA           PIC 9(05) VALUE ZEROS.
           77 WS-DEV-QTD-DEVOLVIDA         PIC 9(05) VALUE ZEROS.
           77 WS-DEV-ACHOU                 PIC X     VALUE "N".
           77 WS-DEV-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-DEV-VALOR-VENDIDO         PIC 9(07)V99 VALUE ZEROS.
           77 WS-REIMP-CUPOM               PIC 9(06) VALUE ZEROS.
           77 WS-REIMP-LINHAS              PIC 9(04) VALUE ZEROS.
           77 WS-REIMP-TOTAL               PIC S9(07)V99 VALUE ZEROS.
           77 WS-REIMP-VALE                PIC 9(07)V99 VALUE ZEROS.

           77 WS-STATUS-VALETROC           PIC X(02).
           77 WS-VLT-NUMERO                PIC 9(06) VALUE ZEROS.
           77 WS-VLT-PROX                  PIC 9(06) VALUE ZEROS.
           77 WS-VLT-HOJE                  PIC 9(08) VALUE ZEROS.
           77 WS-VLT-OK                    PIC X     VALUE "N".
      * Quanto do vale paga esta venda e quanto ainda falta
      * aplicar nas linhas da cesta
           77 WS-VLT-USO                   PIC 9(07)V99 VALUE ZEROS.
           77 WS-VLT-RESTA                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-VLT-LINHA-TOTAL           PIC 9(07)V99 VALUE ZEROS.
           77 WS-VLT-LINHA-QTD             PIC 9(04) VALUE ZEROS.
           77 WS-VLT-LINHA-FORMA           PIC X(01) VALUE SPACES.
           77 WS-VLT-DATA-PRINT            PIC X(10) VALUE SPACES.
      * Prazo de validade do vale emitido, em dias (VALEDIAS)
           77 WS-VLT-VALIDADE-DIAS         PIC 9(03) VALUE ZEROS.

           77 WS-FEFO-MELHOR-IDX           PIC 9     VALUE ZEROS.
           77 WS-FEFO-MELHOR-DATA          PIC 9(08) VALUE ZEROS.
           77 WS-ENT-VAL-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-ENT-ACHOU-LOTE            PIC X     VALUE "N".
           77 WS-ENT-PRAZO-PAGTO           PIC 9(02) VALUE ZEROS.
           77 WS-ENT-SALDO                 PIC 9(06) VALUE ZEROS.

           77 WS-STATUS-PEDCOMP            PIC X(02).
           77 WS-PED-GRAVAR                PIC X     VALUE "N".
           77 WS-PED-PROX                  PIC 9(06) VALUE ZEROS.
           77 WS-PED-GRAVADOS              PIC 9(04) VALUE ZEROS.
      * Pedido acima deste valor gerado por quem nao e gerente
      * fica pendente ("P") ate o gerente aprovar (PEDLIMIT)
           77 WS-PED-LIMITE-APROVACAO      PIC 9(07)V99 VALUE ZEROS.
           77 WS-PED-TOTAL                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-PED-LINHAS                PIC 9(04) VALUE ZEROS.
           77 WS-PED-PENDENTES             PIC 9(04) VALUE ZEROS.
           77 WS-PED-EOF                   PIC X     VALUE "N".
           77 WS-PED-SITUACAO-NOVA         PIC X(01) VALUE SPACES.
           77 WS-PEDIDO-OPCAO              PIC X     VALUE SPACES.
           77 WS-STATUS-PEDAPROV           PIC X(02).
           77 WS-PAP-ULTIMO                PIC 9(06) VALUE ZEROS.
           77 WS-PAP-NUMERO                PIC 9(06) VALUE ZEROS.
           77 WS-PAP-FORN                  PIC X(25) VALUE SPACES.
           77 WS-PAP-DATA                  PIC X(10) VALUE SPACES.
           77 WS-PAP-ACHOU                 PIC X     VALUE "N".
           77 WS-PAP-VISTOS                PIC 9(04) VALUE ZEROS.
           77 WS-PAP-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-PAP-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-PAP-ACAO                  PIC X(01) VALUE SPACES.
           77 WS-PAP-MOTIVO                PIC X(40) VALUE SPACES.
           77 WS-PAP-TOTAL                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-PAP-VALOR-LINHA           PIC 9(07)V99 VALUE ZEROS.
           77 WS-PAP-SALDO-CAP             PIC S9(09)V99 VALUE ZEROS.
           77 WS-PAP-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-PAP-NOME                  PIC X(30) VALUE SPACES.
           77 WS-PAP-ESTOQUE               PIC 9(06) VALUE ZEROS.
           77 WS-PAP-QTD-ATUAL             PIC 9(04) VALUE ZEROS.
           77 WS-PAP-QTD-NOVA              PIC 9(04) VALUE ZEROS.
           77 WS-PAP-LOG-ACAO              PIC X(01) VALUE SPACES.
           77 WS-PAP-LOG-SKU               PIC 9(04) VALUE ZEROS.
           77 WS-PAP-LOG-ANTES             PIC 9(04) VALUE ZEROS.
           77 WS-PAP-LOG-DEPOIS            PIC 9(04) VALUE ZEROS.
           77 WS-PAP-LOG-VALOR             PIC 9(07)V99 VALUE ZEROS.
           77 WS-PAP-VALOR-PRINT           PIC Z(06)9,99.
           77 WS-PAP-SALDO-PRINT           PIC -(08)9,99.
           77 WS-PAP-CUSTO-PRINT           PIC Z(03)9,99.

       01 TABELA-PAP.
           05 TAB-PAP-ITEM OCCURS 99 TIMES.
               10 TAB-PAP-SKU              PIC 9(04).
               10 TAB-PAP-QTD              PIC 9(04).
               10 TAB-PAP-QTD-ORIGINAL     PIC 9(04).
               10 TAB-PAP-CUSTO            PIC 9(04)V99.

           77 WS-ENT-PEDIDO                PIC 9(06) VALUE ZEROS.

           77 WS-STATUS-ENCOMEND           PIC X(02).
           77 WS-CAP-LIMITE-AMD            PIC 9(08) VALUE ZEROS.
           77 WS-CAP-VENC-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-CAP-MARCA                 PIC X(14) VALUE SPACES.
           77 WS-CPM-TIPO                  PIC X(01) VALUE SPACES.

           77 WS-STATUS-DEVFORN            PIC X(02).
           77 WS-STATUS-DEVFCOMP           PIC X(02).
           77 WS-DVF-NUMERO                PIC 9(06) VALUE ZEROS.
           77 WS-DVF-VAL-DIA               PIC 99    VALUE ZEROS.
           77 WS-DVF-VAL-MES               PIC 99    VALUE ZEROS.
           77 WS-DVF-VAL-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-DVF-QTD                   PIC 9(04) VALUE ZEROS.
           77 WS-DVF-CUSTO                 PIC 9(04)V99 VALUE ZEROS.
           77 WS-DVF-VALOR                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-DVF-FORN                  PIC X(25) VALUE SPACES.
           77 WS-DVF-MOTIVO                PIC X(01) VALUE SPACES.
           77 WS-DVF-OBS                   PIC X(30) VALUE SPACES.
           77 WS-DVF-CONFIRMA              PIC X(01) VALUE SPACES.
      * Lote escolhido: 0 = estoque principal, 1 a 5 = lote
      * adicional, 9 = nenhum lote com a validade informada
           77 WS-DVF-LOTE-IDX              PIC 9     VALUE ZEROS.
           77 WS-DVF-QTD-LOTE              PIC 9(04) VALUE ZEROS.
           77 WS-DVF-RESTANTE              PIC 9(07)V99 VALUE ZEROS.
           77 WS-DVF-APLICADO              PIC 9(07)V99 VALUE ZEROS.
           77 WS-DVF-CONTAS                PIC 9(03) VALUE ZEROS.
           77 WS-DVF-EOF                   PIC X     VALUE "N".
           77 WS-DVF-VALOR-PRINT           PIC Z(06)9,99.
           77 WS-DVF-CUSTO-PRINT           PIC Z(03)9,99.
           77 WS-LINHA-DEVFORN             PIC X(80) VALUE SPACES.

           77 WS-STATUS-RECEITA            PIC X(02).
           77 WS-STATUS-PRODUCAO           PIC X(02).
           77 WS-PROD-OPCAO                PIC X(01) VALUE SPACES.
           77 WS-RCT-SKU-EDIT              PIC 9(04) VALUE ZEROS.
           77 WS-RCT-ED-RENDIMENTO         PIC 9(05) VALUE ZEROS.
           77 WS-RCT-ED-VALIDADE           PIC 9(03) VALUE ZEROS.
           77 WS-RCT-ED-INGR               PIC 9(04) VALUE ZEROS.
           77 WS-RCT-ED-QTD                PIC 9(05) VALUE ZEROS.
           77 WS-RCT-INGREDIENTES          PIC 9(02) VALUE ZEROS.
           77 WS-RCT-EOF                   PIC X     VALUE "N".
           77 WS-RCT-OK                    PIC X     VALUE "N".
           77 WS-OPR-NUMERO                PIC 9(06) VALUE ZEROS.
           77 WS-OPR-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-OPR-LOCAL                 PIC X(02) VALUE SPACES.
           77 WS-OPR-NOME                  PIC X(30) VALUE SPACES.
           77 WS-OPR-TIPO-PRODUTO          PIC X(01) VALUE SPACES.
           77 WS-OPR-FORNADAS              PIC 9(03) VALUE ZEROS.
           77 WS-OPR-PREVISTO              PIC 9(07) VALUE ZEROS.
           77 WS-OPR-PRODUZIDO             PIC 9(04) VALUE ZEROS.
           77 WS-OPR-VALIDADE-DIAS         PIC 9(03) VALUE ZEROS.
           77 WS-OPR-VAL-DIA               PIC 99    VALUE ZEROS.
           77 WS-OPR-VAL-MES               PIC 99    VALUE ZEROS.
           77 WS-OPR-VAL-ANO               PIC 9(04) VALUE ZEROS.
      * Lote que recebe a producao: 0 = estoque principal,
      * 1 a 5 = lote adicional de mesma validade, 9 = lote novo
           77 WS-OPR-LOTE-IDX              PIC 9     VALUE ZEROS.
           77 WS-OPR-NEED                  PIC 9(08) VALUE ZEROS.
           77 WS-OPR-CUSTO-TOTAL           PIC 9(07)V99 VALUE ZEROS.
           77 WS-OPR-CUSTO-UNIT            PIC 9(04)V99 VALUE ZEROS.
           77 WS-OPR-INGREDIENTES          PIC 9(02) VALUE ZEROS.
           77 WS-OPR-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-OPR-OK                    PIC X     VALUE "N".
           77 WS-OPR-EOF                   PIC X     VALUE "N".
           77 WS-OPR-CONFIRMA              PIC X(01) VALUE SPACES.

           77 WS-STATUS-TRANSLOG           PIC X(02).
           77 WS-TRF-ORIGEM                PIC X(02) VALUE SPACES.
           77 WS-RJ-SINAL                  PIC X(01) VALUE SPACES.
           77 WS-RJ-FATOR                  PIC 9(02)V9(04) VALUE ZEROS.
           77 WS-RJ-ALTERADOS              PIC 9(04) VALUE ZEROS.
           77 WS-RJ-MARGEM                 PIC X(01) VALUE SPACES.
           77 WS-RJ-ABAIXO                 PIC 9(04) VALUE ZEROS.

           77 WS-STATUS-ETIQUETA           PIC X(02).
           77 WS-PRECOS-OPCAO              PIC X     VALUE SPACES.
           77 WS-STATUS-CUPOM              PIC X(02).
           77 WS-STATUS-CUPOMSEQ           PIC X(02).
           77 WS-CUPOM-NUM                 PIC 9(06) VALUE ZEROS.
           77 WS-CUPOM-ABERTO              PIC X     VALUE "N".
           77 WS-LINHA-CUPOM               PIC X(80) VALUE SPACES.
           77 WS-CUPOM-UNIT-PRINT          PIC Z(03)9,99 VALUE ZEROS.
           77 WS-CUPOM-TOTAL-PRINT         PIC Z(06)9,99 VALUE ZEROS.
           77 WS-FIADO-SALDO-PRINT         PIC -(06)9,99 VALUE ZEROS.
           77 WS-FIADO-VALOR-PRINT         PIC -(06)9,99 VALUE ZEROS.
           77 WS-FIADO-LINHAS              PIC 9(02) VALUE ZEROS.
      * Fiado recusado quando a compra mais antiga ainda nao
      * coberta por pagamentos passa deste tanto de dias
      * (FIADODIA)
           77 WS-FIADO-DIAS-ATRASO         PIC 9(03) VALUE ZEROS.
           77 WS-FIADO-CORTE-AMD           PIC 9(08) VALUE ZEROS.
           77 WS-FIADO-RESTRICAO           PIC X(01) VALUE SPACES.
           77 WS-FIADO-LIBERADO            PIC X(01) VALUE "S".
           77 WS-FIADO-EXCECAO             PIC X(01) VALUE "N".
           77 WS-FIADO-BLOQ-TEXTO          PIC X(40) VALUE SPACES.
           77 WS-FIADO-LIB-RESP            PIC X(01) VALUE SPACES.
           77 WS-FIADO-LIB-MOTIVO          PIC X(40) VALUE SPACES.
           77 WS-STATUS-FIADOLIB           PIC X(02).
           77 WS-CLI-PROX                  PIC 9(04) VALUE ZEROS.

           77 WS-CLI-HIST-TOTAL            PIC S9(09)V99 VALUE ZEROS.
           05 AUX-CT-CLIENTE               PIC 9(04).
           05 AUX-CT-VALOR                 PIC S9(09)V99.

      * Programa de pontos do cliente identificado na venda
           77 WS-STATUS-PONTOS             PIC X(02).
           77 WS-STATUS-PONTGRUP           PIC X(02).
      * Fator usado para grupo fora do PONTGRUP.DAT e valor em
      * R$ de cada ponto resgatado como desconto (PTSFATOR e
      * PTSVALOR)
           77 WS-PTS-FATOR-PADRAO          PIC 9(02)V99 VALUE ZEROS.
           77 WS-PTS-VALOR-PONTO           PIC 9V99  VALUE ZEROS.
           77 WS-PTS-FATOR                 PIC 9(02)V99 VALUE ZEROS.
           77 WS-PTS-CLIENTE               PIC 9(04) VALUE ZEROS.
           77 WS-PTS-CLIENTE-OK            PIC X     VALUE "N".
           77 WS-PTS-SALDO                 PIC S9(07) VALUE ZEROS.
           77 WS-PTS-MAXIMO                PIC 9(07) VALUE ZEROS.
           77 WS-PTS-RESGATE               PIC 9(07) VALUE ZEROS.
           77 WS-PTS-GANHOS                PIC 9(07) VALUE ZEROS.
           77 WS-PTS-GANHO-CALC            PIC 9(07)V9(04) VALUE ZEROS.
           77 WS-PTS-BASE                  PIC 9(07)V99 VALUE ZEROS.
           77 WS-PTS-DESCONTO              PIC 9(07)V99 VALUE ZEROS.
           77 WS-PTS-DESC-LINHA            PIC 9(07)V99 VALUE ZEROS.
           77 WS-PTS-DESC-ACUM             PIC 9(07)V99 VALUE ZEROS.
           77 WS-PTS-ULTIMA                PIC 9(02) VALUE ZEROS.
           77 WS-PTS-CUPOM-GANHO           PIC 9(07) VALUE ZEROS.
           77 WS-PTS-CUPOM-VALOR           PIC 9(07)V99 VALUE ZEROS.
           77 WS-PTS-CUPOM-ESTORNO         PIC 9(07) VALUE ZEROS.
           77 WS-PTS-ESTORNO               PIC 9(07) VALUE ZEROS.
           77 WS-PTS-EOF                   PIC X     VALUE "N".
           77 WS-PTS-PRINT                 PIC -(06)9 VALUE ZEROS.
           77 WS-PTS-SALDO-PRINT           PIC -(06)9 VALUE ZEROS.
           77 WS-PGR-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-PGR-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-PGR-ACHOU                 PIC X     VALUE "N".
           77 WS-PGR-EOF                   PIC X     VALUE "N".

       01 TABELA-PONTGRUP.
           05 TAB-PGR-ITEM OCCURS 20 TIMES.
               10 TAB-PGR-GRUPO            PIC X(02).
               10 TAB-PGR-FATOR            PIC 9(02)V99.

      * Preco minimo = custo + margem minima do grupo. Grupo
      * fora do MARGRUPO.DAT tem margem zero: o piso e o custo
           77 WS-STATUS-MARGRUPO           PIC X(02).
           77 WS-MRG-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-MRG-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-MRG-ACHOU                 PIC X     VALUE "N".
           77 WS-MRG-EOF                   PIC X     VALUE "N".
           77 WS-MRG-PCT                   PIC 9(02)V99 VALUE ZEROS.
           77 WS-MRG-PISO                  PIC 9(05)V99 VALUE ZEROS.
           77 WS-MRG-PRECO                 PIC 9(04)V99 VALUE ZEROS.
           77 WS-MRG-RESP                  PIC X(01) VALUE SPACES.
           77 WS-MRG-OK                    PIC X     VALUE "S".
           77 WS-MRG-ABAIXO                PIC X     VALUE "N".

       01 TABELA-MARGRUPO.
           05 TAB-MRG-ITEM OCCURS 20 TIMES.
               10 TAB-MRG-GRUPO            PIC X(02).
               10 TAB-MRG-MARGEM           PIC 9(02)V99.

      * Etiqueta da balanca lida na venda e na devolucao. Sem
      * o BALANCA.DAT todo prefixo "2" usa o leiaute padrao:
      * codigo do produto nas posicoes 2 a 5 e preco total
      * nas posicoes 7 a 12
           77 WS-STATUS-BALANCA            PIC X(02).
           77 WS-BAL-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-BAL-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-BAL-ACHOU                 PIC X     VALUE "N".
           77 WS-BAL-EOF                   PIC X     VALUE "N".
           77 WS-BAL-OK                    PIC X     VALUE "S".
           77 WS-BAL-PREFIXO               PIC 9(02) VALUE ZEROS.
           77 WS-BAL-POS                   PIC 9(02) VALUE ZEROS.
           77 WS-BAL-RESTO                 PIC 9(01) VALUE ZEROS.
           77 WS-BAL-SOMA                  PIC 9(03) VALUE ZEROS.
           77 WS-BAL-DV                    PIC 9(01) VALUE ZEROS.
           77 WS-BAL-NUM                   PIC 9(06) VALUE ZEROS.
           77 WS-BAL-PRECO                 PIC 9(04)V99 VALUE ZEROS.
           77 WS-BAL-TOTAL                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-BAL-DIFERENCA             PIC S9(07)V99 VALUE ZEROS.
      * O que a etiqueta trouxe; "S" em WS-BAL-DERIVADA quando a
      * quantidade saiu do preco da etiqueta
           77 WS-BAL-TEM-PESO              PIC X     VALUE "N".
           77 WS-BAL-TEM-PRECO             PIC X     VALUE "N".
           77 WS-BAL-DERIVADA              PIC X     VALUE "N".
           77 WS-BAL-DIVERGE               PIC X     VALUE "N".

       01 WS-BAL-ETIQUETA.
           05 WS-BAL-CODIGO                PIC 9(13) VALUE ZEROS.
       01 WS-BAL-ETIQUETA-DIGITOS REDEFINES WS-BAL-ETIQUETA.
           05 WS-BAL-DIGITO                PIC 9(01) OCCURS 13 TIMES.

       01 WS-BAL-LEIAUTE.
           05 WS-BAL-POS-CODIGO            PIC 9(02).
           05 WS-BAL-TAM-CODIGO            PIC 9(01).
           05 WS-BAL-POS-PESO              PIC 9(02).
           05 WS-BAL-TAM-PESO              PIC 9(01).
           05 WS-BAL-POS-PRECO             PIC 9(02).
           05 WS-BAL-TAM-PRECO             PIC 9(01).

       01 WS-BAL-LEIAUTE-PADRAO.
           05 FILLER                       PIC 9(02) VALUE 02.
           05 FILLER                       PIC 9(01) VALUE 4.
           05 FILLER                       PIC 9(02) VALUE ZEROS.
           05 FILLER                       PIC 9(01) VALUE ZEROS.
           05 FILLER                       PIC 9(02) VALUE 07.
           05 FILLER                       PIC 9(01) VALUE 6.

       01 TABELA-BALANCA.
           05 TAB-BAL-ITEM OCCURS 10 TIMES.
               10 TAB-BAL-PREFIXO          PIC 9(02).
               10 TAB-BAL-LEIAUTE          PIC X(09).

           77 WS-STATUS-COBRANCA           PIC X(02).
           77 WS-AG-HOJE-AMD               PIC 9(08) VALUE ZEROS.
           77 WS-AG-LIM30-AMD              PIC 9(08) VALUE ZEROS.
           77 WS-AG-BUCKET                 PIC X(07) VALUE SPACES.
           77 WS-AG-LINHA                  PIC X(100) VALUE SPACES.
           77 WS-AG-CARTAS                 PIC 9(03) VALUE ZEROS.
           77 WS-AG-SEGUNDOS               PIC 9(03) VALUE ZEROS.
           77 WS-AG-AVISO                  PIC 9(02) VALUE ZEROS.
           77 WS-AG-PTR                    PIC 9(03) VALUE ZEROS.

       01 TABELA-AGING.
           05 TAB-AG-ITEM OCCURS 200 TIMES.
           05 WS-OP-NOME                   PIC X(30).
           05 WS-OP-NIVEL                  PIC X(01).

      * Regras de negocio em vigor (CALL "PARAMETR"), lidas na
      * entrada do sistema
       01 WS-PARAMETRO.
           05 WS-PAR-FUNCAO                PIC X(01).
           05 WS-PAR-ITEM                  PIC 9(02).
           05 WS-PAR-CODIGO                PIC X(08).
           05 WS-PAR-DATA                  PIC 9(08).
           05 WS-PAR-VALOR                 PIC 9(07)V99.
           05 WS-PAR-DESCRICAO             PIC X(40).
           05 WS-PAR-MAXIMO                PIC 9(07)V99.
           05 WS-PAR-VIGENCIA              PIC 9(08).
           05 WS-PAR-OPERADOR              PIC 9(04).
           05 WS-PAR-MOTIVO                PIC X(40).
           05 WS-PAR-RETORNO               PIC X(02).

      * Dia de movimento da loja (CALL "DATAMOV"): vendas, caixa,
      * recebimentos e auditoria levam esta data, nao a da
      * maquina; com o dia fechado os lancamentos sao recusados
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD.
               10 WS-DTM-ANO               PIC 9(04).
               10 WS-DTM-MES               PIC 99.
               10 WS-DTM-DIA               PIC 99.
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).
           77 WS-DTM-SITU-TEXTO            PIC X(08) VALUE SPACES.

      * Historico de contatos com o cliente (CALL "COMUNLOG"):
      * as cartas de cobranca do fiado ficam registradas, e a
      * segunda carta da mesma divida sai como segundo aviso
       01 WS-COMUNICACAO.
           05 WS-CML-FUNCAO                PIC X(01).
           05 WS-CML-ORIGEM                PIC X(01).
           05 WS-CML-CODIGO                PIC 9(06).
           05 WS-CML-DATA                  PIC 9(08).
           05 WS-CML-TIPO                  PIC X(08).
           05 WS-CML-CANAL                 PIC X(01).
           05 WS-CML-RESUMO                PIC X(50).
           05 WS-CML-OPERADOR              PIC 9(04).
           05 WS-CML-PROGRAMA              PIC X(08).
           05 WS-CML-DESDE                 PIC 9(08).
           05 WS-CML-ANTERIORES            PIC 9(02).
           05 WS-CML-ULTIMA-DATA           PIC 9(08).
           05 WS-CML-NO-DIA                PIC X(01).
           05 WS-CML-RETORNO               PIC X(02).

       01 WS-CLI-EDIT.
           05 WS-CLI-ED-CODIGO             PIC 9(04).
           05 WS-CLI-ED-NOME               PIC X(30).
           05 WS-CLI-ED-NUM-TEL            PIC 9(09).
           05 WS-CLI-ED-LIMITE             PIC 9(05)V99.
           05 WS-CLI-ED-SALDO              PIC S9(06)V99.
           05 WS-CLI-ED-BLOQUEIO           PIC X(01).

      * Gerente que libera na hora um fiado recusado
       01 WS-AUTORIZADOR.
           05 WS-AUT-CODIGO                PIC 9(04).
           05 WS-AUT-NOME                  PIC X(30).
           05 WS-AUT-NIVEL                 PIC X(01).

           77 WS-STATUS-PROMOCAO           PIC X(02).
           77 WS-PROMO-ATIVA               PIC X     VALUE "N".
           77 WS-INV-ITENS                 PIC 9(04) VALUE ZEROS.
           77 WS-INV-DIVERGENTES           PIC 9(04) VALUE ZEROS.

           77 WS-STATUS-CICLOCNT           PIC X(02).
           77 WS-STATUS-CICLOFOL           PIC X(02).
           77 WS-LINHA-CICLOFOL            PIC X(100) VALUE SPACES.
           77 WS-CIC-ABERTO                PIC X     VALUE "N".
           77 WS-CIC-ACHOU                 PIC X     VALUE "N".
           77 WS-CIC-EOF                   PIC X     VALUE "N".
      * "L" = so monta a folha, "C" = lanca as contagens
           77 WS-CIC-MODO                  PIC X     VALUE "L".
           77 WS-CIC-LOCAL                 PIC X(02) VALUE SPACES.
           77 WS-CIC-HOJE                  PIC 9(08) VALUE ZEROS.
           77 WS-CIC-ITENS                 PIC 9(04) VALUE ZEROS.
           77 WS-CIC-DIAS                  PIC 9(03) VALUE ZEROS.
      * Intervalo entre contagens de cada classe, em dias
           77 WS-CIC-DIAS-A                PIC 9(03) VALUE 7.
           77 WS-CIC-DIAS-B                PIC 9(03) VALUE 30.
           77 WS-CIC-DIAS-C                PIC 9(03) VALUE 90.

           77 WS-STATUS-CAIXAMOV           PIC X(02).
           77 WS-CXM-TIPO                  PIC X(01) VALUE SPACES.
           77 WS-CXM-VALOR                 PIC 9(07)V99 VALUE ZEROS.
           77 WS-CXM-VALOR-PRINT           PIC -(06)9,99 VALUE ZEROS.
           77 WS-CXM-LINHAS                PIC 9(02) VALUE ZEROS.

           77 WS-STATUS-CAPMOV             PIC X(02).

           77 WS-STATUS-FECHCAIX           PIC X(02).
           77 WS-FECHA-TOTAL               PIC S9(07)V99 VALUE ZEROS.
           77 WS-FECHA-DINHEIRO            PIC S9(07)V99 VALUE ZEROS.
           77 WS-FECHA-CONTADO             PIC 9(07)V99 VALUE ZEROS.
           77 WS-FECHA-DIFERENCA           PIC S9(07)V99 VALUE ZEROS.
           77 WS-FECHA-DIF-PRINT           PIC -(07)9,99 VALUE ZEROS.
           77 WS-FECHA-VALES-EMIT          PIC S9(07)V99 VALUE ZEROS.
           77 WS-FECHA-VALES-RESG          PIC S9(07)V99 VALUE ZEROS.
      * Turno a fechar: so as vendas, pagamentos de fiado e
      * movimentos de gaveta deste operador; zeros = dia inteiro
           77 WS-FECHA-OPERADOR            PIC 9(04) VALUE ZEROS.

      * Kardex: movimentos de um SKU (num local ou em todos)
      * num periodo, com saldo corrido e conciliacao com o
      * estoque do cadastro
           77 WS-STATUS-PERDAS             PIC X(02).
           77 WS-STATUS-VENDFECH           PIC X(02).
           77 WS-STATUS-ARQMES             PIC X(02).
           77 WS-STATUS-KARDEX             PIC X(02).
           77 WS-KDX-NOME-ARQMES           PIC X(13) VALUE SPACES.
           77 WS-KDX-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-KDX-LOCAL                 PIC X(02) VALUE SPACES.
           77 WS-KDX-DE-DIA                PIC 99    VALUE ZEROS.
           77 WS-KDX-DE-MES                PIC 99    VALUE ZEROS.
           77 WS-KDX-DE-ANO                PIC 9(04) VALUE ZEROS.
           77 WS-KDX-ATE-DIA               PIC 99    VALUE ZEROS.
           77 WS-KDX-ATE-MES               PIC 99    VALUE ZEROS.
           77 WS-KDX-ATE-ANO               PIC 9(04) VALUE ZEROS.
           77 WS-KDX-DE-AMD                PIC 9(08) VALUE ZEROS.
           77 WS-KDX-ATE-AMD               PIC 9(08) VALUE ZEROS.
           77 WS-KDX-NOME                  PIC X(30) VALUE SPACES.
           77 WS-KDX-TIPO-PRODUTO          PIC X(01) VALUE SPACES.
      * Saldos em unidades (em gramas no granel); o saldo
      * inicial e a soma de tudo o que houve antes do periodo
           77 WS-KDX-SALDO-INICIAL         PIC S9(07) VALUE ZEROS.
           77 WS-KDX-SALDO                 PIC S9(07) VALUE ZEROS.
           77 WS-KDX-POSTERIOR             PIC S9(07) VALUE ZEROS.
           77 WS-KDX-CALCULADO             PIC S9(07) VALUE ZEROS.
           77 WS-KDX-ESTOQUE-ATUAL         PIC S9(07) VALUE ZEROS.
           77 WS-KDX-DIFERENCA             PIC S9(07) VALUE ZEROS.
           77 WS-KDX-TOT-ENTRADA           PIC 9(07) VALUE ZEROS.
           77 WS-KDX-TOT-SAIDA             PIC 9(07) VALUE ZEROS.
           77 WS-KDX-SAIDA                 PIC 9(07) VALUE ZEROS.
      * Vendas antigas sem local: com filtro de local nao ha
      * como saber de onde sairam
           77 WS-KDX-SEM-LOCAL             PIC 9(05) VALUE ZEROS.
           77 WS-KDX-FATOR                 PIC 9(04) VALUE ZEROS.
           77 WS-KDX-KITS                  PIC 9(02) VALUE ZEROS.
           77 WS-KDX-KIT-IDX               PIC 9(02) VALUE ZEROS.
           77 WS-KDX-USADOS                PIC 9(03) VALUE ZEROS.
           77 WS-KDX-IDX                   PIC 9(03) VALUE ZEROS.
           77 WS-KDX-LINHAS                PIC 9(02) VALUE ZEROS.
           77 WS-KDX-ACHOU                 PIC X     VALUE "N".
           77 WS-KDX-ESTOURO               PIC X     VALUE "N".
           77 WS-KDX-EOF                   PIC X     VALUE "N".
           77 WS-KDX-FCH-EOF               PIC X     VALUE "N".
           77 WS-KDX-LINHA                 PIC X(100) VALUE SPACES.
           77 WS-KDX-HORA-PRINT            PIC X(05) VALUE SPACES.
           77 WS-KDX-ENT-PRINT             PIC Z(06)9 BLANK WHEN ZERO.
           77 WS-KDX-SAI-PRINT             PIC Z(06)9 BLANK WHEN ZERO.
           77 WS-KDX-SALDO-PRINT           PIC -(06)9 VALUE ZEROS.
           77 WS-KDX-QTD-PRINT             PIC Z(06)9 VALUE ZEROS.

      * Movimento lido de um dos arquivos, no formato da tabela
       01 WS-KDX-MOV.
           05 WS-KDX-MOV-CHAVE.
               10 WS-KDX-MOV-AMD           PIC 9(08).
               10 WS-KDX-MOV-HORA          PIC X(06).
           05 WS-KDX-MOV-TIPO              PIC X(08).
           05 WS-KDX-MOV-LOCAL             PIC X(02).
           05 WS-KDX-MOV-DOC               PIC X(10).
      * positivo = entrada, negativo = saida
           05 WS-KDX-MOV-QTD               PIC S9(07).

      * Movimentos do periodo em ordem de data e hora; os
      * arquivos sem hora entram no inicio do dia
       01 TABELA-KDX.
           05 TAB-KDX-ITEM OCCURS 500 TIMES.
               10 TAB-KDX-CHAVE.
                   15 TAB-KDX-AMD          PIC 9(08).
                   15 TAB-KDX-HORA         PIC X(06).
               10 TAB-KDX-TIPO             PIC X(08).
               10 TAB-KDX-LOCAL            PIC X(02).
               10 TAB-KDX-DOC              PIC X(10).
               10 TAB-KDX-QTD              PIC S9(07).

      * Kits que levam o SKU, para abrir as vendas de kit
       01 TABELA-KDX-KIT.
           05 TAB-KDX-KIT-ITEM OCCURS 50 TIMES.
               10 TAB-KDX-KIT-SKU          PIC 9(04).
               10 TAB-KDX-KIT-QTD          PIC 9(04).

      * Ingredientes da ordem de producao, ja conferidos
      * contra o estoque antes de qualquer baixa
       01 TABELA-OPR.
           05 TAB-OPR-ITEM OCCURS 20 TIMES.
               10 TAB-OPR-INGR             PIC 9(04).
               10 TAB-OPR-QTD              PIC 9(04).
               10 TAB-OPR-CUSTO            PIC 9(07)V99.

       LINKAGE SECTION.
       01 LK-OPERADOR.
         05 VALUE "|  \ ~~~~~ /  Bolinho    |" LINE 05 COLUMN 27.
         05 VALUE "|   \_____/              |" LINE 06 COLUMN 27.
         05 VALUE "*------------------------*" LINE 07 COLUMN 27.
         05 VALUE "Movimento:"                 LINE 08 COLUMN 25.
         05 PIC 99 FROM WS-DTM-DIA             LINE 08 COLUMN 36.
         05 VALUE "/"                          LINE 08 COLUMN 38.
         05 PIC 99 FROM WS-DTM-MES             LINE 08 COLUMN 39.
         05 VALUE "/"                          LINE 08 COLUMN 41.
         05 PIC 9(04) FROM WS-DTM-ANO          LINE 08 COLUMN 42.
         05 PIC X(08) FROM WS-DTM-SITU-TEXTO   LINE 08 COLUMN 47.
         05 VALUE "Escolha com a letra destacada:"
                                                LINE 10 COLUMN 05.
         05 VALUE "C"
         05 VALUE "U"
                            FOREGROUND-COLOR 15 LINE 23 COLUMN 05.
         05 VALUE "ltima via de cupom (reimpr.)" LINE 23 COLUMN 06.
         05 VALUE "W"
                            FOREGROUND-COLOR 15 LINE 24 COLUMN 05.
         05 VALUE " - kardex (movimentos do SKU)" LINE 24 COLUMN 06.
         05 VALUE "Y"
                            FOREGROUND-COLOR 15 LINE 24 COLUMN 42.
         05 VALUE " - producao propria"         LINE 24 COLUMN 43.
         05 INPUT-MENU    PIC X(01) TO WS-CODIGO-ESC AUTO
                                                LINE 23 COLUMN 60.
       01 SS-TELA-FIM.
         05 PIC 9(04) TO LOTE-QTD-ESTOQUE(WS-LOTE-IDX)
                                                   LINE 12 COLUMN 56.

       01 SS-TELA-VENDA-ITEM.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Registrar venda (cesta)"
                            FOREGROUND-COLOR 10 LINE 04 COLUMN 28.
         05 VALUE "Itens na cesta:"            LINE 06 COLUMN 20.
         05 PIC Z9 FROM WS-CST-ITENS           LINE 06 COLUMN 45.
         05 VALUE "Total parcial: R$"          LINE 07 COLUMN 20.
         05 PIC Z(06)9,99 FROM WS-CST-TOTAL    LINE 07 COLUMN 45.
         05 VALUE "Ultimo item:"               LINE 08 COLUMN 20.
         05 PIC X(30) FROM WS-CST-ULTIMO       LINE 08 COLUMN 33.
         05 VALUE "Etiqueta da balanca:"       LINE 09 COLUMN 20.
         05 PIC 9(13) TO WS-BAL-CODIGO         LINE 09 COLUMN 45.
         05 VALUE "(preenche SKU e qtd)"
                            FOREGROUND-COLOR 07 LINE 09 COLUMN 59.
         05 VALUE "SKU do produto:"            LINE 10 COLUMN 20.
         05 PIC 9(04) TO WS-BUSCA-SKU          LINE 10 COLUMN 45.
         05 VALUE "Local (filial/estoque):"    LINE 11 COLUMN 20.
         05 PIC X(02) USING WS-BUSCA-LOCAL     LINE 11 COLUMN 45.
         05 VALUE "Quantidade vendida:"        LINE 12 COLUMN 20.
         05 PIC 9(04) TO WS-VENDA-QTD          LINE 12 COLUMN 45.
         05 VALUE "(granel: em gramas)"
                            FOREGROUND-COLOR 07 LINE 12 COLUMN 51.
         05 VALUE "Acao (I/C/L/F):"            LINE 14 COLUMN 20.
         05 PIC X(01) TO WS-CST-ACAO           LINE 14 COLUMN 45.
         05 VALUE "I=incluir C=cancelar linha L=listar F=fechar"
                            FOREGROUND-COLOR 07 LINE 15 COLUMN 20.
         05 VALUE "Linha a cancelar (acao C):" LINE 16 COLUMN 20.
         05 PIC 9(02) TO WS-CST-LINHA          LINE 16 COLUMN 48.
         05 VALUE "SKU em branco fecha a venda; ESC desiste"
                            FOREGROUND-COLOR 07 LINE 18 COLUMN 20.

       01 SS-TELA-VENDA.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Fechamento da venda"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 30.
         05 VALUE "Itens na cesta:"            LINE 10 COLUMN 20.
         05 PIC Z9 FROM WS-CST-ITENS           LINE 10 COLUMN 48.
         05 VALUE "Total da venda: R$"         LINE 11 COLUMN 20.
         05 PIC Z(06)9,99 FROM WS-CST-TOTAL    LINE 11 COLUMN 48.
         05 VALUE "Cliente (0=anonimo):"       LINE 14 COLUMN 20.
         05 PIC 9(04) TO WS-FIADO-CLIENTE      LINE 14 COLUMN 48.
         05 VALUE "Venda fiado? (S/N):"        LINE 15 COLUMN 20.
         05 PIC X(01) TO WS-VENDA-FORMA        LINE 16 COLUMN 48.
         05 VALUE "D=dinheiro C=cartao P=PIX"
                            FOREGROUND-COLOR 07 LINE 17 COLUMN 35.
         05 VALUE "Vale-troca Nr:"             LINE 19 COLUMN 20.
         05 PIC 9(06) TO WS-VLT-NUMERO         LINE 19 COLUMN 48.
         05 VALUE "0 = sem vale; o que o vale nao cobrir sai na forma"
                            FOREGROUND-COLOR 07 LINE 20 COLUMN 20.

       01 SS-TELA-PONTOS.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Pontos do cliente"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 31.
         05 VALUE "Cliente:"                   LINE 08 COLUMN 20.
         05 PIC X(30) FROM CLI-NOME            LINE 08 COLUMN 35.
         05 VALUE "Saldo de pontos:"           LINE 10 COLUMN 20.
         05 PIC -(06)9 FROM WS-PTS-SALDO       LINE 10 COLUMN 48.
         05 VALUE "Valor de cada ponto: R$"    LINE 11 COLUMN 20.
         05 PIC 9,99 FROM WS-PTS-VALOR-PONTO   LINE 11 COLUMN 48.
         05 VALUE "Total da venda: R$"         LINE 12 COLUMN 20.
         05 PIC Z(06)9,99 FROM WS-CST-TOTAL    LINE 12 COLUMN 48.
         05 VALUE "Maximo resgatavel:"         LINE 13 COLUMN 20.
         05 PIC Z(06)9 FROM WS-PTS-MAXIMO      LINE 13 COLUMN 48.
         05 VALUE "Pontos a resgatar:"         LINE 15 COLUMN 20.
         05 PIC 9(07) TO WS-PTS-RESGATE        LINE 15 COLUMN 48.
         05 VALUE "0 = sem desconto; ESC segue sem resgate"
                            FOREGROUND-COLOR 07 LINE 16 COLUMN 20.

       01 SS-TELA-ENTRADA.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "ova encomenda"              LINE 09 COLUMN 53.
         05 VALUE "R" FOREGROUND-COLOR 14      LINE 10 COLUMN 52.
         05 VALUE "etirada de encomenda"       LINE 10 COLUMN 53.
         05 VALUE "S" FOREGROUND-COLOR 14      LINE 11 COLUMN 52.
         05 VALUE "aldo/extrato de pontos"     LINE 11 COLUMN 53.
         05 VALUE "V" FOREGROUND-COLOR 14      LINE 15 COLUMN 25.
         05 VALUE "oltar ao menu"              LINE 15 COLUMN 26.
         05 PIC X(01) TO WS-FIADO-OPCAO AUTO   LINE 17 COLUMN 60.
                                                LINE 14 COLUMN 48.
         05 VALUE "Saldo devedor atual: R$"    LINE 16 COLUMN 20.
         05 PIC -(05)9,99 FROM CLI-SALDO       LINE 16 COLUMN 48.
         05 VALUE "Bloquear fiado (S/N):"      LINE 18 COLUMN 20.
         05 PIC X(01) FROM CLI-BLOQUEIO TO CLI-BLOQUEIO
                                                LINE 18 COLUMN 48.
         05 VALUE "(em branco mantem; so o gerente muda)"
                            FOREGROUND-COLOR 07 LINE 19 COLUMN 20.

       01 SS-TELA-FIADO-LIBERA.
         05 BLANK SCREEN BACKGROUND-COLOR 04 FOREGROUND-COLOR 15.
         05 VALUE "Fiado recusado"
                            FOREGROUND-COLOR 14 LINE 05 COLUMN 32.
         05 VALUE "Cliente:"                   LINE 08 COLUMN 15.
         05 PIC X(30) FROM CLI-NOME            LINE 08 COLUMN 30.
         05 VALUE "Restricao:"                 LINE 10 COLUMN 15.
         05 PIC X(40) FROM WS-FIADO-BLOQ-TEXTO LINE 10 COLUMN 30.
         05 VALUE "Liberar so esta venda pelo gerente? (S/N):"
                                                LINE 13 COLUMN 15.
         05 PIC X(01) TO WS-FIADO-LIB-RESP     LINE 13 COLUMN 60.
         05 VALUE "Justificativa:"             LINE 15 COLUMN 15.
         05 PIC X(40) TO WS-FIADO-LIB-MOTIVO   LINE 15 COLUMN 30.
         05 VALUE "O gerente confirma com codigo e senha a seguir"
                            FOREGROUND-COLOR 07 LINE 17 COLUMN 15.

       01 SS-TELA-FIADO-PAGTO.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Codigo do cliente:"         LINE 12 COLUMN 20.
         05 PIC 9(04) TO WS-FIADO-CLIENTE      LINE 12 COLUMN 50.

       01 SS-TELA-PONTOS-EXTRATO.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Extrato de pontos do cliente"
                            FOREGROUND-COLOR 14 LINE 08 COLUMN 25.
         05 VALUE "Codigo do cliente:"         LINE 12 COLUMN 20.
         05 PIC 9(04) TO WS-FIADO-CLIENTE      LINE 12 COLUMN 50.

       01 SS-TELA-CLI-HIST.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Historico de compras do cliente"
         05 VALUE "D=dinheiro C=cartao P=PIX"
                            FOREGROUND-COLOR 07 LINE 13 COLUMN 30.

       01 SS-TELA-MARGEM-CONFIRMA.
         05 BLANK SCREEN BACKGROUND-COLOR 04 FOREGROUND-COLOR 15.
         05 VALUE "Preco abaixo da margem minima"
                            FOREGROUND-COLOR 14 LINE 05 COLUMN 25.
         05 VALUE "SKU/local:"                 LINE 08 COLUMN 15.
         05 PIC 9(04) FROM SKU                 LINE 08 COLUMN 40.
         05 PIC X(02) FROM LOCAL               LINE 08 COLUMN 45.
         05 PIC X(30) FROM NOME                LINE 09 COLUMN 40.
         05 VALUE "Custo: R$"                  LINE 11 COLUMN 15.
         05 PIC Z(03)9,99 FROM VALOR-CUSTO     LINE 11 COLUMN 40.
         05 VALUE "Margem minima do grupo: %"  LINE 12 COLUMN 15.
         05 PIC Z9,99 FROM WS-MRG-PCT          LINE 12 COLUMN 42.
         05 VALUE "Preco minimo: R$"           LINE 13 COLUMN 15.
         05 PIC Z(04)9,99 FROM WS-MRG-PISO     LINE 13 COLUMN 39.
         05 VALUE "Preco informado: R$"        LINE 14 COLUMN 15.
         05 PIC Z(03)9,99 FROM WS-MRG-PRECO    LINE 14 COLUMN 40.
         05 VALUE "Confirmar o preco abaixo do minimo? (S/N):"
                                                LINE 17 COLUMN 15.
         05 PIC X(01) TO WS-MRG-RESP           LINE 17 COLUMN 60.
         05 VALUE "O gerente confirma com codigo e senha a seguir"
                            FOREGROUND-COLOR 07 LINE 19 COLUMN 15.

       01 SS-TELA-PROMOCAO.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Promocao por periodo (liquidacao)"
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Devolucao de venda"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 30.
         05 VALUE "Etiqueta da balanca:"       LINE 09 COLUMN 20.
         05 PIC 9(13) TO WS-BAL-CODIGO         LINE 09 COLUMN 45.
         05 VALUE "(preenche SKU e qtd)"
                            FOREGROUND-COLOR 07 LINE 09 COLUMN 59.
         05 VALUE "SKU do produto:"            LINE 10 COLUMN 20.
         05 PIC 9(04) TO WS-BUSCA-SKU          LINE 10 COLUMN 45.
         05 VALUE "Local (filial/estoque):"    LINE 11 COLUMN 20.
         05 PIC 9(04) TO WS-VENDA-QTD          LINE 12 COLUMN 45.
         05 VALUE "Forma da restituicao:"      LINE 14 COLUMN 20.
         05 PIC X(01) TO WS-VENDA-FORMA        LINE 14 COLUMN 45.
         05 VALUE "D=dinheiro C=cartao P=PIX V=vale-troca"
                            FOREGROUND-COLOR 07 LINE 15 COLUMN 30.
         05 VALUE "Cupom da compra:"           LINE 17 COLUMN 20.
         05 PIC 9(06) TO WS-DEV-CUPOM          LINE 17 COLUMN 45.
         05 VALUE "(obrigatorio: devolucao so com cupom)"
                            FOREGROUND-COLOR 07 LINE 18 COLUMN 30.

       01 SS-TELA-FECHA-OPERADOR.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Fechamento de caixa do dia"
                            FOREGROUND-COLOR 14 LINE 08 COLUMN 25.
         05 VALUE "Operador do turno:"          LINE 12 COLUMN 20.
         05 PIC 9(04) FROM WS-FECHA-OPERADOR TO WS-FECHA-OPERADOR
                                                LINE 12 COLUMN 50.
         05 VALUE "(0000 = caixa do dia inteiro)"
                            FOREGROUND-COLOR 07 LINE 13 COLUMN 30.

       01 SS-TELA-FECHA-CAIXA.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Fechamento de caixa do dia"
                            FOREGROUND-COLOR 14 LINE 04 COLUMN 25.
         05 VALUE "Operador do turno:"          LINE 05 COLUMN 25.
         05 PIC 9(04) FROM WS-FECHA-OPERADOR    LINE 05 COLUMN 44.
         05 VALUE "(0000 = dia inteiro)"
                            FOREGROUND-COLOR 07 LINE 05 COLUMN 49.
         05 VALUE "Total registrado em vendas: R$"
                                                LINE 06 COLUMN 20.
         05 PIC -(06)9,99 FROM WS-FECHA-TOTAL   LINE 06 COLUMN 52.
         05 PIC -(06)9,99 FROM WS-FECHA-PIX     LINE 09 COLUMN 52.
         05 VALUE "        Vendas fiado: R$"    LINE 10 COLUMN 20.
         05 PIC -(06)9,99 FROM WS-FECHA-FIADO   LINE 10 COLUMN 52.
         05 VALUE "  Pagas com vale-troca: R$"  LINE 11 COLUMN 18.
         05 PIC -(06)9,99 FROM WS-FECHA-VALES-RESG
                                                LINE 11 COLUMN 52.
         05 VALUE "Fundo de troco (abertura): R$"
                                                LINE 12 COLUMN 20.
         05 PIC -(06)9,99 FROM WS-FECHA-FUNDO   LINE 12 COLUMN 52.
         05 PIC -(06)9,99 FROM WS-FECHA-SINAIS  LINE 15 COLUMN 52.
         05 VALUE "(-) Abates de sinais: R$"    LINE 16 COLUMN 20.
         05 PIC -(06)9,99 FROM WS-FECHA-ABATES  LINE 16 COLUMN 52.
         05 VALUE "Vales-troca emitidos (fora da gaveta): R$"
                            FOREGROUND-COLOR 07 LINE 17 COLUMN 10.
         05 PIC -(06)9,99 FROM WS-FECHA-VALES-EMIT
                                                LINE 17 COLUMN 52.
         05 VALUE "Esperado em dinheiro na gaveta: R$"
                            FOREGROUND-COLOR 14 LINE 18 COLUMN 16.
         05 PIC -(06)9,99 FROM WS-FECHA-ESPERADO
         05 VALUE "oltar ao menu"              LINE 11 COLUMN 26.
         05 PIC X(01) TO WS-PRECOS-OPCAO AUTO  LINE 13 COLUMN 60.

       01 SS-TELA-PEDIDO-MENU.
         05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 15.
         05 VALUE "Pedidos de compra"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 30.
         05 VALUE "G" FOREGROUND-COLOR 14      LINE 09 COLUMN 25.
         05 VALUE "erar pedidos por fornecedor" LINE 09 COLUMN 26.
         05 VALUE "A" FOREGROUND-COLOR 14      LINE 10 COLUMN 25.
         05 VALUE "provar pedidos pendentes"   LINE 10 COLUMN 26.
         05 VALUE "V" FOREGROUND-COLOR 14      LINE 11 COLUMN 25.
         05 VALUE "oltar ao menu"              LINE 11 COLUMN 26.
         05 PIC X(01) TO WS-PEDIDO-OPCAO AUTO  LINE 13 COLUMN 60.

       01 SS-TELA-PAP-AJUSTE.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Ajuste de quantidade do pedido"
                            FOREGROUND-COLOR 14 LINE 06 COLUMN 24.
         05 VALUE "Pedido:"                     LINE 09 COLUMN 20.
         05 PIC 9(06) FROM WS-PAP-NUMERO        LINE 09 COLUMN 30.
         05 VALUE "Produto:"                    LINE 10 COLUMN 20.
         05 PIC 9(04) FROM WS-PAP-SKU           LINE 10 COLUMN 30.
         05 PIC X(30) FROM WS-PAP-NOME          LINE 10 COLUMN 36.
         05 VALUE "Estoque (todos os locais):"  LINE 12 COLUMN 20.
         05 PIC Z(05)9 FROM WS-PAP-ESTOQUE      LINE 12 COLUMN 53.
         05 VALUE "Quantidade pedida:"          LINE 13 COLUMN 20.
         05 PIC Z(03)9 FROM WS-PAP-QTD-ATUAL    LINE 13 COLUMN 55.
         05 VALUE "Nova quantidade:"            LINE 15 COLUMN 20.
         05 PIC 9(04) FROM WS-PAP-QTD-NOVA TO WS-PAP-QTD-NOVA
                                                LINE 15 COLUMN 55.
         05 VALUE "(0 retira o item; ESC mantem)"
                            FOREGROUND-COLOR 07 LINE 16 COLUMN 30.

       01 SS-TELA-PAP-RECUSA.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Recusa do pedido de compra"
                            FOREGROUND-COLOR 14 LINE 06 COLUMN 26.
         05 VALUE "Pedido:"                     LINE 09 COLUMN 20.
         05 PIC 9(06) FROM WS-PAP-NUMERO        LINE 09 COLUMN 30.
         05 VALUE "Motivo da recusa:"           LINE 12 COLUMN 20.
         05 PIC X(40) TO WS-PAP-MOTIVO          LINE 13 COLUMN 20.

       01 SS-TELA-ETIQUETAS.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Etiquetas de gondola"
         05 VALUE "Sinal (+ = aumento, - = reducao):"
                                                 LINE 16 COLUMN 15.
         05 PIC X(01) TO WS-RJ-SINAL             LINE 16 COLUMN 50.
         05 VALUE "Aplicar abaixo da margem minima (S/N):"
                                                 LINE 18 COLUMN 15.
         05 PIC X(01) TO WS-RJ-MARGEM            LINE 18 COLUMN 55.
         05 VALUE "N = itens que ficariam abaixo sao pulados"
                            FOREGROUND-COLOR 07 LINE 19 COLUMN 15.

       01 SS-TELA-CONTAS-MENU.
         05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 15.
         05 VALUE "agamento de conta"          LINE 09 COLUMN 26.
         05 VALUE "R" FOREGROUND-COLOR 14      LINE 10 COLUMN 25.
         05 VALUE "elatorio de contas em aberto" LINE 10 COLUMN 26.
         05 VALUE "D" FOREGROUND-COLOR 14      LINE 11 COLUMN 25.
         05 VALUE "evolucao de mercadoria ao fornecedor"
                                               LINE 11 COLUMN 26.
         05 VALUE "V" FOREGROUND-COLOR 14      LINE 12 COLUMN 25.
         05 VALUE "oltar ao menu"              LINE 12 COLUMN 26.
         05 PIC X(01) TO WS-CAP-OPCAO AUTO     LINE 14 COLUMN 60.

       01 SS-TELA-CONTAS-PAGTO.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Valor pago: R$"             LINE 12 COLUMN 20.
         05 PIC 9(07)V99 TO WS-CAP-VALOR       LINE 12 COLUMN 50.

       01 SS-TELA-DEVFORN.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Devolucao de mercadoria ao fornecedor"
                            FOREGROUND-COLOR 14 LINE 04 COLUMN 21.
         05 VALUE "SKU do produto:"            LINE 07 COLUMN 15.
         05 PIC 9(04) TO WS-BUSCA-SKU          LINE 07 COLUMN 50.
         05 VALUE "Local:"                     LINE 08 COLUMN 15.
         05 PIC X(02) TO WS-BUSCA-LOCAL        LINE 08 COLUMN 50.
         05 VALUE "Validade do lote (DD MM AAAA):"
                                               LINE 09 COLUMN 15.
         05 PIC 99 TO WS-DVF-VAL-DIA           LINE 09 COLUMN 50.
         05 PIC 99 TO WS-DVF-VAL-MES           LINE 09 COLUMN 53.
         05 PIC 9(04) TO WS-DVF-VAL-ANO        LINE 09 COLUMN 56.
         05 VALUE "Quantidade devolvida:"      LINE 10 COLUMN 15.
         05 PIC 9(04) TO WS-DVF-QTD            LINE 10 COLUMN 50.
         05 VALUE "(em gramas no granel)"
                            FOREGROUND-COLOR 07 LINE 10 COLUMN 56.
         05 VALUE "Fornecedor:"                LINE 12 COLUMN 15.
         05 PIC X(25) TO WS-DVF-FORN           LINE 12 COLUMN 50.
         05 VALUE "(vazio = fornecedor do cadastro)"
                            FOREGROUND-COLOR 07 LINE 13 COLUMN 30.
         05 VALUE "Custo unitario do credito: R$" LINE 14 COLUMN 15.
         05 PIC 9(04)V99 TO WS-DVF-CUSTO       LINE 14 COLUMN 50.
         05 VALUE "(zero = custo do cadastro)"
                            FOREGROUND-COLOR 07 LINE 15 COLUMN 30.
         05 VALUE "Motivo:"                    LINE 17 COLUMN 15.
         05 PIC X(01) TO WS-DVF-MOTIVO         LINE 17 COLUMN 50.
         05 VALUE "A=avaria V=validade proxima O=outro"
                            FOREGROUND-COLOR 07 LINE 18 COLUMN 30.
         05 VALUE "Observacao:"                LINE 19 COLUMN 15.
         05 PIC X(30) TO WS-DVF-OBS            LINE 19 COLUMN 30.

       01 SS-TELA-DEVFORN-CONFIRMA.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Confirma a devolucao ao fornecedor?"
                            FOREGROUND-COLOR 14 LINE 06 COLUMN 22.
         05 VALUE "Produto:"                   LINE 09 COLUMN 15.
         05 PIC 9(04) FROM SKU                 LINE 09 COLUMN 30.
         05 PIC X(30) FROM NOME                LINE 09 COLUMN 36.
         05 VALUE "Estoque do lote:"           LINE 10 COLUMN 15.
         05 PIC Z(03)9 FROM WS-DVF-QTD-LOTE    LINE 10 COLUMN 40.
         05 VALUE "Quantidade devolvida:"      LINE 11 COLUMN 15.
         05 PIC Z(03)9 FROM WS-DVF-QTD         LINE 11 COLUMN 40.
         05 VALUE "Fornecedor:"                LINE 12 COLUMN 15.
         05 PIC X(25) FROM WS-DVF-FORN         LINE 12 COLUMN 40.
         05 VALUE "Valor do credito: R$"       LINE 13 COLUMN 15.
         05 PIC Z(06)9,99 FROM WS-DVF-VALOR    LINE 13 COLUMN 40.
         05 VALUE "Confirma (S/N):"            LINE 16 COLUMN 15.
         05 PIC X(01) TO WS-DVF-CONFIRMA       LINE 16 COLUMN 40.

       01 SS-TELA-REIMPRIME.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Reimpressao de cupom (2a via)"
         05 "/"                                       LINE 13 COLUMN 60.
         05 PIC 9999 TO WS-BUSCA-ANO                  LINE 13 COLUMN 61.

       01 SS-TELA-KARDEX.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Kardex - movimentacao de estoque"
                            FOREGROUND-COLOR 10 LINE 04 COLUMN 24.
         05 VALUE "SKU:"                         LINE 08 COLUMN 15.
         05 PIC 9(04) TO WS-KDX-SKU              LINE 08 COLUMN 45.
         05 VALUE "Local (vazio = todos):"       LINE 10 COLUMN 15.
         05 PIC X(02) TO WS-KDX-LOCAL            LINE 10 COLUMN 45.
         05 VALUE "Data inicial:"                LINE 12 COLUMN 15.
         05 PIC 9(02) TO WS-KDX-DE-DIA           LINE 12 COLUMN 45.
         05 VALUE "/"                            LINE 12 COLUMN 47.
         05 PIC 9(02) TO WS-KDX-DE-MES           LINE 12 COLUMN 48.
         05 VALUE "/"                            LINE 12 COLUMN 50.
         05 PIC 9(04) TO WS-KDX-DE-ANO           LINE 12 COLUMN 51.
         05 VALUE "Data final (zeros = hoje):"   LINE 14 COLUMN 15.
         05 PIC 9(02) TO WS-KDX-ATE-DIA          LINE 14 COLUMN 45.
         05 VALUE "/"                            LINE 14 COLUMN 47.
         05 PIC 9(02) TO WS-KDX-ATE-MES          LINE 14 COLUMN 48.
         05 VALUE "/"                            LINE 14 COLUMN 50.
         05 PIC 9(04) TO WS-KDX-ATE-ANO          LINE 14 COLUMN 51.
         05 VALUE "Relatorio gravado em KARDEX.LST"
                            FOREGROUND-COLOR 07 LINE 17 COLUMN 15.

       01 SS-TELA-PROD-MENU.
         05 BLANK SCREEN BACKGROUND-COLOR 03 FOREGROUND-COLOR 15.
         05 VALUE "Producao propria (cozinha)"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 27.
         05 VALUE "R" FOREGROUND-COLOR 14      LINE 09 COLUMN 25.
         05 VALUE "eceitas (ingredientes)"     LINE 09 COLUMN 26.
         05 VALUE "O" FOREGROUND-COLOR 14      LINE 10 COLUMN 25.
         05 VALUE "rdem de producao"           LINE 10 COLUMN 26.
         05 VALUE "V" FOREGROUND-COLOR 14      LINE 11 COLUMN 25.
         05 VALUE "oltar ao menu"              LINE 11 COLUMN 26.
         05 PIC X(01) TO WS-PROD-OPCAO AUTO    LINE 13 COLUMN 60.

       01 SS-TELA-RECEITA.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Receita de produto feito na casa"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 24.
         05 VALUE "SKU do produto acabado:"    LINE 09 COLUMN 15.
         05 PIC 9(04) TO WS-RCT-SKU-EDIT       LINE 09 COLUMN 52.
         05 VALUE "Rendimento de uma fornada:" LINE 11 COLUMN 15.
         05 PIC 9(05) TO WS-RCT-ED-RENDIMENTO  LINE 11 COLUMN 52.
         05 VALUE "(em gramas no granel; 0 = manter)"
                            FOREGROUND-COLOR 07 LINE 12 COLUMN 30.
         05 VALUE "Validade do lote feito (dias):"
                                                LINE 14 COLUMN 15.
         05 PIC 9(03) TO WS-RCT-ED-VALIDADE    LINE 14 COLUMN 52.
         05 VALUE "(0 = manter)"
                            FOREGROUND-COLOR 07 LINE 15 COLUMN 30.

       01 SS-TELA-RECEITA-ITEM.
         05 BLANK SCREEN BACKGROUND-COLOR 02 FOREGROUND-COLOR 15.
         05 VALUE "Ingredientes da receita"
                            FOREGROUND-COLOR 10 LINE 05 COLUMN 28.
         05 VALUE "SKU do ingrediente (0=encerra):"
                                                LINE 10 COLUMN 15.
         05 PIC 9(04) TO WS-RCT-ED-INGR        LINE 10 COLUMN 52.
         05 VALUE "Quantidade por fornada (0=remove):"
                                                LINE 12 COLUMN 15.
         05 PIC 9(05) TO WS-RCT-ED-QTD         LINE 12 COLUMN 52.
         05 VALUE "(em gramas no granel)"
                            FOREGROUND-COLOR 07 LINE 13 COLUMN 30.

       01 SS-TELA-ORDEM-PROD.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Ordem de producao"
                            FOREGROUND-COLOR 14 LINE 04 COLUMN 31.
         05 VALUE "SKU do produto acabado:"    LINE 08 COLUMN 15.
         05 PIC 9(04) TO WS-BUSCA-SKU          LINE 08 COLUMN 50.
         05 VALUE "Local da cozinha:"          LINE 09 COLUMN 15.
         05 PIC X(02) TO WS-BUSCA-LOCAL        LINE 09 COLUMN 50.
         05 VALUE "Fornadas feitas:"           LINE 11 COLUMN 15.
         05 PIC 9(03) TO WS-OPR-FORNADAS       LINE 11 COLUMN 50.
         05 VALUE "Quantidade produzida:"      LINE 13 COLUMN 15.
         05 PIC 9(04) TO WS-OPR-PRODUZIDO      LINE 13 COLUMN 50.
         05 VALUE "(contada na saida; em gramas no granel)"
                            FOREGROUND-COLOR 07 LINE 14 COLUMN 25.
         05 VALUE "Os ingredientes saem do mesmo local, pelo FEFO."
                            FOREGROUND-COLOR 07 LINE 17 COLUMN 15.

       01 SS-TELA-ORDEM-CONFIRMA.
         05 BLANK SCREEN BACKGROUND-COLOR 06 FOREGROUND-COLOR 15.
         05 VALUE "Confirma a ordem de producao?"
                            FOREGROUND-COLOR 14 LINE 05 COLUMN 25.
         05 VALUE "Produto:"                   LINE 08 COLUMN 15.
         05 PIC 9(04) FROM WS-OPR-SKU          LINE 08 COLUMN 30.
         05 PIC X(30) FROM WS-OPR-NOME         LINE 08 COLUMN 36.
         05 VALUE "Fornadas:"                  LINE 09 COLUMN 15.
         05 PIC ZZ9 FROM WS-OPR-FORNADAS       LINE 09 COLUMN 42.
         05 VALUE "Rendimento previsto:"       LINE 10 COLUMN 15.
         05 PIC Z(06)9 FROM WS-OPR-PREVISTO    LINE 10 COLUMN 38.
         05 VALUE "Quantidade produzida:"      LINE 11 COLUMN 15.
         05 PIC Z(06)9 FROM WS-OPR-PRODUZIDO   LINE 11 COLUMN 38.
         05 VALUE "Ingredientes baixados:"     LINE 12 COLUMN 15.
         05 PIC Z9 FROM WS-OPR-INGREDIENTES    LINE 12 COLUMN 43.
         05 VALUE "Validade do lote:"          LINE 13 COLUMN 15.
         05 PIC 99 FROM WS-OPR-VAL-DIA         LINE 13 COLUMN 40.
         05 VALUE "/"                          LINE 13 COLUMN 42.
         05 PIC 99 FROM WS-OPR-VAL-MES         LINE 13 COLUMN 43.
         05 VALUE "/"                          LINE 13 COLUMN 45.
         05 PIC 9(04) FROM WS-OPR-VAL-ANO      LINE 13 COLUMN 46.
         05 VALUE "Custo dos ingredientes: R$"  LINE 14 COLUMN 15.
         05 PIC Z(06)9,99 FROM WS-OPR-CUSTO-TOTAL
                                               LINE 14 COLUMN 42.
         05 VALUE "Custo unitario real: R$"    LINE 15 COLUMN 15.
         05 PIC Z(03)9,99 FROM WS-OPR-CUSTO-UNIT
                                               LINE 15 COLUMN 45.
         05 VALUE "Confirma (S/N):"            LINE 18 COLUMN 15.
         05 PIC X(01) TO WS-OPR-CONFIRMA       LINE 18 COLUMN 40.

       PROCEDURE DIVISION USING LK-OPERADOR.
      **********************
      * Rotinas principais *
               CALL "OPLOGIN" USING WS-OPERADOR.
           IF WS-OP-CODIGO = ZEROS
               GO TO P-FIM-EXIT.
           PERFORM P-LE-REGRAS.

       P-ABRE-ARQUIVO.
           OPEN I-O ARQUIVO
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIM-SAIDA.

       P-ABRE-VALETROC.
           OPEN I-O VALETROC
           IF WS-STATUS-VALETROC NOT = "00"
               IF WS-STATUS-VALETROC = "30"
               OPEN OUTPUT VALETROC
               CLOSE VALETROC
               GO TO P-ABRE-VALETROC
               ELSE
               MOVE "Erro na abertura dos vales-troca."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIM-SAIDA.

       P-ABRE-RECEITA.
           OPEN I-O RECEITA
           IF WS-STATUS-RECEITA NOT = "00"
               IF WS-STATUS-RECEITA = "30"
               OPEN OUTPUT RECEITA
               CLOSE RECEITA
               GO TO P-ABRE-RECEITA
               ELSE
               MOVE "Erro na abertura das receitas." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIM-SAIDA.

      * Fator de pontos por grupo de mercadoria; sem o
      * PONTGRUP.DAT todo grupo usa o fator padrao
       P-ABRE-PONTGRUP.
           MOVE ZEROS TO WS-PGR-USADOS
           OPEN INPUT PONTGRUP
           IF WS-STATUS-PONTGRUP = "00"
               MOVE "N" TO WS-PGR-EOF
               PERFORM P-PONTGRUP-LE UNTIL WS-PGR-EOF = "S"
               CLOSE PONTGRUP.

       P-ABRE-MARGRUPO.
           MOVE ZEROS TO WS-MRG-USADOS
           OPEN INPUT MARGRUPO
           IF WS-STATUS-MARGRUPO = "00"
               MOVE "N" TO WS-MRG-EOF
               PERFORM P-MARGRUPO-LE UNTIL WS-MRG-EOF = "S"
               CLOSE MARGRUPO.

      * Leiautes das etiquetas da balanca; sem o BALANCA.DAT
      * vale o leiaute padrao
       P-ABRE-BALANCA.
           MOVE ZEROS TO WS-BAL-USADOS
           OPEN INPUT BALANCA
           IF WS-STATUS-BALANCA = "00"
               MOVE "N" TO WS-BAL-EOF
               PERFORM P-BALANCA-LE UNTIL WS-BAL-EOF = "S"
               CLOSE BALANCA.

       P-MENU-PRINCIPAL.
           PERFORM P-DATA-MOVIMENTO
           DISPLAY SS-TELA-MENU
           ACCEPT SS-TELA-MENU

      * Dia de movimento fechado no PORTAL: vendas, devolucoes,
      * entradas, transferencias, inventario, caixa, pedidos e
      * producao ficam recusados ate o gerente abrir o proximo
      * dia; no fiado, nas contas a pagar, no novo lote e no
      * reajuste de precos a recusa fica so nas opcoes que
      * lancam; cadastros e consultas seguem liberados
           IF WS-DTM-SITUACAO = "F"
               IF WS-CODIGO-ESC = "V" OR "v" OR "D" OR "d" OR
                   "N" OR "n" OR "O" OR "o" OR "I" OR "i" OR
                   "K" OR "k" OR "P" OR "p" OR "Y" OR "y" OR
                   "F" OR "f"
                   MOVE "Dia de movimento fechado: nada a lancar."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-MENU-PRINCIPAL.

           IF WS-CODIGO-ESC = "C" OR "c"
               PERFORM P-CAD-ZERA-VARS THRU P-CAD-FIM

               PERFORM P-BAIXO-ESTOQUE-INTRO THRU P-BAIXO-ESTOQUE-FIM

           ELSE IF WS-CODIGO-ESC = "P" OR "p"
               PERFORM P-PEDIDO-MENU THRU P-PEDIDO-MENU-FIM

           ELSE IF WS-CODIGO-ESC = "X" OR "x"
               PERFORM P-EXPORT-CSV-INTRO THRU P-EXPORT-CSV-FIM
           ELSE IF WS-CODIGO-ESC = "U" OR "u"
               PERFORM P-CUPOM-REIMPRIME THRU P-CUPOM-REIMPRIME-FIM

           ELSE IF WS-CODIGO-ESC = "W" OR "w"
               PERFORM P-KARDEX-INTRO THRU P-KARDEX-FIM

           ELSE IF WS-CODIGO-ESC = "Y" OR "y"
               PERFORM P-PROD-MENU THRU P-PROD-MENU-FIM

           ELSE IF WS-CODIGO-ESC = "S" OR "s"
               GO TO P-FIM-QUER-SAIR
           ELSE
           MOVE SPACES TO WS-MENSAGEM
           EXIT.

      ***********************************************
      * Regras de fiado, pontos, pedidos e vales em  *
      * vigor no dia de movimento (PARAMETR.DAT,     *
      * mantido pelo gerente no PORTAL)              *
      ***********************************************
       P-LE-REGRAS.
           MOVE "C" TO WS-PAR-FUNCAO
           MOVE ZEROS TO WS-PAR-ITEM WS-PAR-DATA
           MOVE "FIADODIA" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-FIADO-DIAS-ATRASO
           MOVE "PTSFATOR" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PTS-FATOR-PADRAO
           MOVE "PTSVALOR" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PTS-VALOR-PONTO
           MOVE "PEDLIMIT" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PED-LIMITE-APROVACAO
           MOVE "VALEDIAS" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-VLT-VALIDADE-DIAS.

      ***********************************************
      * Data de movimento corrente (AAAAMMDD) no     *
      * WS-DATA-SISTEMA, no lugar da data da maquina *
      ***********************************************
       P-DATA-MOVIMENTO.
           MOVE "C" TO WS-DTM-FUNCAO
           CALL "DATAMOV" USING WS-DATA-MOV
           MOVE WS-DTM-AMD TO WS-DATA-SISTEMA
           IF WS-DTM-SITUACAO = "F"
               MOVE "FECHADO" TO WS-DTM-SITU-TEXTO
           ELSE
               MOVE "aberto" TO WS-DTM-SITU-TEXTO.

      ***********************************************
      * Trilha de auditoria das manutencoes          *
      * (inclusao, alteracao e exclusao de registro) *
               MOVE "Erro ao gravar a auditoria." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO AUD-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO AUD-MES
               WS-STATUS-BOLJORNL NOT = "05"
               DISPLAY "Erro ao gravar o jornal: " WS-STATUS-BOLJORNL
           ELSE
               MOVE WS-DTM-AMD TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO JRN-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO JRN-MES
           PERFORM P-LER-E-COMPUTAR UNTIL WS-CHAVE-EOF-SIM
           MOVE SKU TO WS-PROX-SKU
           ADD 1 TO WS-PROX-SKU
           MOVE SPACES TO NOME FORN-NOME LOCAL CLASSE-ABC
           MOVE "OU" TO GRUPO
           MOVE "U" TO TIPO-PRODUTO
           MOVE ZEROS TO
           
           PERFORM P-VALIDA-FORM
           IF WS-CHAVE-VALIDA-FORM = "N" GO TO P-CAD-DISPLAY.

           MOVE VALOR-VENDA TO WS-MRG-PRECO
           PERFORM P-MARGEM-CONFERE THRU P-MARGEM-CONFERE-FIM
           IF WS-MRG-OK = "N" GO TO P-CAD-DISPLAY.
       
       P-CAD-GRAVA.
               IF SKU EQUAL ZEROS
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-EDIT-FIM.

           IF VALOR-CUSTO NOT = WS-HIST-CUSTO-ANTERIOR OR
               VALOR-VENDA NOT = WS-HIST-VENDA-ANTERIOR
               MOVE VALOR-VENDA TO WS-MRG-PRECO
               PERFORM P-MARGEM-CONFERE THRU P-MARGEM-CONFERE-FIM
               IF WS-MRG-OK = "N"
                   GO TO P-EDIT-DISPLAY.

           REWRITE PRODUTO INVALID KEY
               MOVE "Erro ao editar." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
      * Rotinas de histórico de preços        *
      ****************************************
       P-EDIT-GRAVA-HISTORICO.
           PERFORM P-DATA-MOVIMENTO
           MOVE SKU TO HIST-SKU
           MOVE WS-HIST-CUSTO-ANTERIOR TO HIST-VALOR-CUSTO-ANTERIOR
           MOVE VALOR-CUSTO TO HIST-VALOR-CUSTO-NOVO
           EXIT.

      ****************************************
      * Kardex: ficha de movimentacao de um   *
      * SKU (num local ou em todos) com saldo *
      * corrido, e conciliacao do saldo       *
      * calculado com o estoque do cadastro   *
      ****************************************
       P-KARDEX-INTRO.
           MOVE ZEROS TO WS-KDX-SKU WS-KDX-DE-DIA WS-KDX-DE-MES
               WS-KDX-DE-ANO WS-KDX-ATE-DIA WS-KDX-ATE-MES
               WS-KDX-ATE-ANO
           MOVE SPACES TO WS-KDX-LOCAL
           DISPLAY SS-TELA-KARDEX
           ACCEPT SS-TELA-KARDEX
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-KARDEX-FIM.

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-KDX-DE-ANO TO WS-KDX-DE-AMD(1:4)
           MOVE WS-KDX-DE-MES TO WS-KDX-DE-AMD(5:2)
           MOVE WS-KDX-DE-DIA TO WS-KDX-DE-AMD(7:2)
           IF WS-KDX-ATE-ANO = ZEROS
               MOVE WS-DATA-SISTEMA TO WS-KDX-ATE-AMD
           ELSE
               MOVE WS-KDX-ATE-ANO TO WS-KDX-ATE-AMD(1:4)
               MOVE WS-KDX-ATE-MES TO WS-KDX-ATE-AMD(5:2)
               MOVE WS-KDX-ATE-DIA TO WS-KDX-ATE-AMD(7:2).
           IF WS-KDX-ATE-AMD < WS-KDX-DE-AMD
               MOVE "Erro: data final antes da inicial." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-KARDEX-FIM.

      * Estoque atual no cadastro: o do local pedido ou a soma
      * de todos os locais do SKU, sempre com os lotes
           MOVE ZEROS TO WS-KDX-ESTOQUE-ATUAL
           MOVE "N" TO WS-KDX-ACHOU
           MOVE WS-KDX-SKU TO SKU
           MOVE WS-KDX-LOCAL TO LOCAL
           MOVE "N" TO WS-KDX-EOF
           START ARQUIVO KEY IS NOT LESS THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-KDX-EOF
           END-START
           PERFORM P-KARDEX-ESTOQUE UNTIL WS-KDX-EOF = "S"
           IF WS-KDX-ACHOU = "N"
               MOVE "Erro: SKU/local nao cadastrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-KARDEX-FIM.
           IF WS-KDX-TIPO-PRODUTO = "K"
               MOVE "Kit nao tem estoque proprio: veja os componentes."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-KARDEX-FIM.

           OPEN OUTPUT KARDEX
           IF WS-STATUS-KARDEX NOT = "00"
               MOVE "Erro ao abrir o relatorio do kardex."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-KARDEX-FIM.

           MOVE ZEROS TO WS-KDX-SALDO-INICIAL WS-KDX-POSTERIOR
               WS-KDX-USADOS WS-KDX-SEM-LOCAL
           MOVE "N" TO WS-KDX-ESTOURO
           PERFORM P-KARDEX-KITS
           PERFORM P-KARDEX-VENDAS
           PERFORM P-KARDEX-RECEBTOS THRU P-KARDEX-RECEBTOS-FIM
           PERFORM P-KARDEX-TRANSLOG THRU P-KARDEX-TRANSLOG-FIM
           PERFORM P-KARDEX-AJUSTES THRU P-KARDEX-AJUSTES-FIM
           PERFORM P-KARDEX-PERDAS THRU P-KARDEX-PERDAS-FIM
           PERFORM P-KARDEX-DEVFORN THRU P-KARDEX-DEVFORN-FIM
           PERFORM P-KARDEX-PRODUCAO THRU P-KARDEX-PRODUCAO-FIM

           IF WS-KDX-ESTOURO = "S"
               CLOSE KARDEX
               MOVE "Mais de 500 movimentos: reduza o periodo."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-KARDEX-FIM.

           PERFORM P-KARDEX-LISTA THRU P-KARDEX-LISTA-FIM
           CLOSE KARDEX
           GO TO P-KARDEX-FIM.

       P-KARDEX-ESTOQUE.
           READ ARQUIVO NEXT RECORD
               AT END MOVE "S" TO WS-KDX-EOF
           END-READ
           IF WS-KDX-EOF = "N"
               IF SKU NOT = WS-KDX-SKU
                   MOVE "S" TO WS-KDX-EOF
               ELSE IF WS-KDX-LOCAL NOT = SPACES AND
                   LOCAL NOT = WS-KDX-LOCAL
                   MOVE "S" TO WS-KDX-EOF
               ELSE
                   MOVE "S" TO WS-KDX-ACHOU
                   MOVE NOME TO WS-KDX-NOME
                   MOVE TIPO-PRODUTO TO WS-KDX-TIPO-PRODUTO
                   PERFORM P-CALC-ESTOQUE-TOTAL
                   ADD WS-QTD-ESTOQUE-TOTAL TO WS-KDX-ESTOQUE-ATUAL.

      * Composicoes de kit que levam o SKU: a venda de um kit
      * baixa KIT-QTD unidades do componente por kit vendido
       P-KARDEX-KITS.
           MOVE ZEROS TO WS-KDX-KITS KIT-SKU KIT-COMPONENTE
           MOVE "N" TO WS-KDX-EOF
           START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-KDX-EOF
           END-START
           PERFORM P-KARDEX-KITS-LE UNTIL WS-KDX-EOF = "S".

       P-KARDEX-KITS-LE.
           READ KITCOMP NEXT RECORD
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND KIT-COMPONENTE = WS-KDX-SKU
               AND WS-KDX-KITS < 50
               ADD 1 TO WS-KDX-KITS
               MOVE KIT-SKU TO TAB-KDX-KIT-SKU(WS-KDX-KITS)
               MOVE KIT-QTD TO TAB-KDX-KIT-QTD(WS-KDX-KITS).

      ****************************************
      * Vendas, retiradas de encomenda e      *
      * devolucoes: VENDAS.DAT e os meses ja  *
      * arquivados (VENDFECH.DAT)             *
      ****************************************
       P-KARDEX-VENDAS.
           CLOSE VENDAS
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS = "00"
               MOVE "N" TO WS-KDX-EOF
               PERFORM P-KARDEX-VENDAS-LE UNTIL WS-KDX-EOF = "S"
               CLOSE VENDAS.

           OPEN INPUT VENDFECH
           IF WS-STATUS-VENDFECH = "00"
               MOVE "N" TO WS-KDX-FCH-EOF
               PERFORM P-KARDEX-ARQMES THRU P-KARDEX-ARQMES-FIM
                   UNTIL WS-KDX-FCH-EOF = "S"
               CLOSE VENDFECH.

           OPEN EXTEND VENDAS
           IF WS-STATUS-VENDAS = "35"
               OPEN OUTPUT VENDAS.

       P-KARDEX-VENDAS-LE.
           READ VENDAS
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N"
               PERFORM P-KARDEX-VENDA THRU P-KARDEX-VENDA-FIM.

       P-KARDEX-ARQMES.
           READ VENDFECH
               AT END MOVE "S" TO WS-KDX-FCH-EOF
           END-READ
           IF WS-KDX-FCH-EOF = "S"
               GO TO P-KARDEX-ARQMES-FIM.
           MOVE SPACES TO WS-KDX-NOME-ARQMES
           STRING "VND" DELIMITED BY SIZE
               FCH-ANO-MES DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-KDX-NOME-ARQMES
           OPEN INPUT ARQMES
           IF WS-STATUS-ARQMES NOT = "00"
               GO TO P-KARDEX-ARQMES-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-ARQMES-LE UNTIL WS-KDX-EOF = "S"
           CLOSE ARQMES.

       P-KARDEX-ARQMES-FIM.
           EXIT.

       P-KARDEX-ARQMES-LE.
           READ ARQMES INTO REG-VENDAS
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N"
               PERFORM P-KARDEX-VENDA THRU P-KARDEX-VENDA-FIM.

       P-KARDEX-VENDA.
           MOVE ZEROS TO WS-KDX-FATOR
           IF VND-SKU = WS-KDX-SKU
               MOVE 1 TO WS-KDX-FATOR
           ELSE
               PERFORM P-KARDEX-KIT-FATOR
                   VARYING WS-KDX-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KDX-KIT-IDX > WS-KDX-KITS.
           IF WS-KDX-FATOR = ZEROS
               GO TO P-KARDEX-VENDA-FIM.
      * complemento de linha paga em parte com vale-troca: so
      * valor, sem mercadoria
           IF VND-QTD = ZEROS
               GO TO P-KARDEX-VENDA-FIM.
           IF WS-KDX-LOCAL NOT = SPACES AND VND-LOCAL = SPACES
               ADD 1 TO WS-KDX-SEM-LOCAL
               GO TO P-KARDEX-VENDA-FIM.
           IF WS-KDX-LOCAL NOT = SPACES AND
               VND-LOCAL NOT = WS-KDX-LOCAL
               GO TO P-KARDEX-VENDA-FIM.

           MOVE VND-ANO TO WS-KDX-MOV-AMD(1:4)
           MOVE VND-MES TO WS-KDX-MOV-AMD(5:2)
           MOVE VND-DIA TO WS-KDX-MOV-AMD(7:2)
           IF VND-HORA NUMERIC
               MOVE VND-HORA TO WS-KDX-MOV-HORA
           ELSE
               MOVE ZEROS TO WS-KDX-MOV-HORA.
           MOVE VND-LOCAL TO WS-KDX-MOV-LOCAL
           MOVE SPACES TO WS-KDX-MOV-DOC
           IF VND-CUPOM NUMERIC AND VND-CUPOM > ZEROS
               STRING "CUP " DELIMITED BY SIZE
                   VND-CUPOM DELIMITED BY SIZE
                   INTO WS-KDX-MOV-DOC.
           COMPUTE WS-KDX-MOV-QTD = VND-QTD * WS-KDX-FATOR

           IF VND-TIPO = "D"
               IF VND-SKU = WS-KDX-SKU
                   MOVE "DEVOLUC" TO WS-KDX-MOV-TIPO
               ELSE
                   MOVE "KIT DEV" TO WS-KDX-MOV-TIPO
               END-IF
           ELSE
               COMPUTE WS-KDX-MOV-QTD = 0 - WS-KDX-MOV-QTD
               IF VND-SKU NOT = WS-KDX-SKU
                   MOVE "KIT VEND" TO WS-KDX-MOV-TIPO
               ELSE IF VND-ENCOMENDA NUMERIC AND
                   VND-ENCOMENDA > ZEROS
                   MOVE "ENCOMEND" TO WS-KDX-MOV-TIPO
                   MOVE SPACES TO WS-KDX-MOV-DOC
                   STRING "ENC " DELIMITED BY SIZE
                       VND-ENCOMENDA DELIMITED BY SIZE
                       INTO WS-KDX-MOV-DOC
               ELSE IF VND-TIPO = "F"
                   MOVE "FIADO" TO WS-KDX-MOV-TIPO
               ELSE
                   MOVE "VENDA" TO WS-KDX-MOV-TIPO.

           PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM.

       P-KARDEX-VENDA-FIM.
           EXIT.

       P-KARDEX-KIT-FATOR.
           IF TAB-KDX-KIT-SKU(WS-KDX-KIT-IDX) = VND-SKU
               MOVE TAB-KDX-KIT-QTD(WS-KDX-KIT-IDX) TO WS-KDX-FATOR.

      * Entradas de mercadoria, com o pedido de compra atendido
       P-KARDEX-RECEBTOS.
           OPEN INPUT RECEBTOS
           IF WS-STATUS-RECEBTOS NOT = "00"
               GO TO P-KARDEX-RECEBTOS-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-RECEBTOS-LE UNTIL WS-KDX-EOF = "S"
           CLOSE RECEBTOS.

       P-KARDEX-RECEBTOS-FIM.
           EXIT.

       P-KARDEX-RECEBTOS-LE.
           READ RECEBTOS
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND ENT-SKU = WS-KDX-SKU AND
               (WS-KDX-LOCAL = SPACES OR ENT-LOCAL = WS-KDX-LOCAL)
               MOVE ENT-ANO TO WS-KDX-MOV-AMD(1:4)
               MOVE ENT-MES TO WS-KDX-MOV-AMD(5:2)
               MOVE ENT-DIA TO WS-KDX-MOV-AMD(7:2)
               MOVE ZEROS TO WS-KDX-MOV-HORA
               MOVE "ENTRADA" TO WS-KDX-MOV-TIPO
               MOVE ENT-LOCAL TO WS-KDX-MOV-LOCAL
               MOVE SPACES TO WS-KDX-MOV-DOC
               IF ENT-PEDIDO NUMERIC AND ENT-PEDIDO > ZEROS
                   STRING "PED " DELIMITED BY SIZE
                       ENT-PEDIDO DELIMITED BY SIZE
                       INTO WS-KDX-MOV-DOC
               ELSE
                   MOVE "SEM PEDIDO" TO WS-KDX-MOV-DOC
               END-IF
               MOVE ENT-QTD TO WS-KDX-MOV-QTD
               PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM.

      * Transferencias: saida na origem e entrada no destino;
      * sem filtro de local aparecem as duas pernas
       P-KARDEX-TRANSLOG.
           OPEN INPUT TRANSLOG
           IF WS-STATUS-TRANSLOG NOT = "00"
               GO TO P-KARDEX-TRANSLOG-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-TRANSLOG-LE UNTIL WS-KDX-EOF = "S"
           CLOSE TRANSLOG.

       P-KARDEX-TRANSLOG-FIM.
           EXIT.

       P-KARDEX-TRANSLOG-LE.
           READ TRANSLOG
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND TRF-SKU = WS-KDX-SKU
               MOVE TRF-ANO TO WS-KDX-MOV-AMD(1:4)
               MOVE TRF-MES TO WS-KDX-MOV-AMD(5:2)
               MOVE TRF-DIA TO WS-KDX-MOV-AMD(7:2)
               MOVE ZEROS TO WS-KDX-MOV-HORA
               MOVE "TRANSF" TO WS-KDX-MOV-TIPO
               MOVE SPACES TO WS-KDX-MOV-DOC
               STRING "TRF " DELIMITED BY SIZE
                   TRF-LOCAL-ORIGEM DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   TRF-LOCAL-DESTINO DELIMITED BY SIZE
                   INTO WS-KDX-MOV-DOC
               IF WS-KDX-LOCAL = SPACES OR
                   TRF-LOCAL-ORIGEM = WS-KDX-LOCAL
                   MOVE TRF-LOCAL-ORIGEM TO WS-KDX-MOV-LOCAL
                   COMPUTE WS-KDX-MOV-QTD = 0 - TRF-QTD
                   PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM
               END-IF
               IF WS-KDX-LOCAL = SPACES OR
                   TRF-LOCAL-DESTINO = WS-KDX-LOCAL
                   MOVE TRF-LOCAL-DESTINO TO WS-KDX-MOV-LOCAL
                   MOVE TRF-QTD TO WS-KDX-MOV-QTD
                   PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM
               END-IF.

      * Acertos de inventario (diferenca contado - livro)
       P-KARDEX-AJUSTES.
           OPEN INPUT AJUSTES
           IF WS-STATUS-AJUSTES NOT = "00"
               GO TO P-KARDEX-AJUSTES-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-AJUSTES-LE UNTIL WS-KDX-EOF = "S"
           CLOSE AJUSTES.

       P-KARDEX-AJUSTES-FIM.
           EXIT.

       P-KARDEX-AJUSTES-LE.
           READ AJUSTES
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND AJU-SKU = WS-KDX-SKU AND
               (WS-KDX-LOCAL = SPACES OR AJU-LOCAL = WS-KDX-LOCAL)
               MOVE AJU-ANO TO WS-KDX-MOV-AMD(1:4)
               MOVE AJU-MES TO WS-KDX-MOV-AMD(5:2)
               MOVE AJU-DIA TO WS-KDX-MOV-AMD(7:2)
               MOVE ZEROS TO WS-KDX-MOV-HORA
               MOVE "INVENT" TO WS-KDX-MOV-TIPO
               MOVE AJU-LOCAL TO WS-KDX-MOV-LOCAL
               MOVE "CONTAGEM" TO WS-KDX-MOV-DOC
               MOVE AJU-DIFERENCA TO WS-KDX-MOV-QTD
               PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM.

      * Baixas de lotes vencidos (BOLBAIXA)
       P-KARDEX-PERDAS.
           OPEN INPUT PERDAS
           IF WS-STATUS-PERDAS NOT = "00"
               GO TO P-KARDEX-PERDAS-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-PERDAS-LE UNTIL WS-KDX-EOF = "S"
           CLOSE PERDAS.

       P-KARDEX-PERDAS-FIM.
           EXIT.

       P-KARDEX-PERDAS-LE.
           READ PERDAS
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND PRD-SKU = WS-KDX-SKU AND
               (WS-KDX-LOCAL = SPACES OR PRD-LOCAL = WS-KDX-LOCAL)
               MOVE PRD-ANO TO WS-KDX-MOV-AMD(1:4)
               MOVE PRD-MES TO WS-KDX-MOV-AMD(5:2)
               MOVE PRD-DIA TO WS-KDX-MOV-AMD(7:2)
               MOVE ZEROS TO WS-KDX-MOV-HORA
               MOVE "PERDA" TO WS-KDX-MOV-TIPO
               MOVE PRD-LOCAL TO WS-KDX-MOV-LOCAL
               MOVE "VENCIDO" TO WS-KDX-MOV-DOC
               COMPUTE WS-KDX-MOV-QTD = 0 - PRD-QTD
               PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM.

      * Devolucoes ao fornecedor
       P-KARDEX-DEVFORN.
           OPEN INPUT DEVFORN
           IF WS-STATUS-DEVFORN NOT = "00"
               GO TO P-KARDEX-DEVFORN-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-DEVFORN-LE UNTIL WS-KDX-EOF = "S"
           CLOSE DEVFORN.

       P-KARDEX-DEVFORN-FIM.
           EXIT.

       P-KARDEX-DEVFORN-LE.
           READ DEVFORN
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND DVF-SKU = WS-KDX-SKU AND
               (WS-KDX-LOCAL = SPACES OR DVF-LOCAL = WS-KDX-LOCAL)
               MOVE DVF-ANO TO WS-KDX-MOV-AMD(1:4)
               MOVE DVF-MES TO WS-KDX-MOV-AMD(5:2)
               MOVE DVF-DIA TO WS-KDX-MOV-AMD(7:2)
               MOVE DVF-HORA TO WS-KDX-MOV-HORA
               MOVE "DEV.FORN" TO WS-KDX-MOV-TIPO
               MOVE DVF-LOCAL TO WS-KDX-MOV-LOCAL
               MOVE SPACES TO WS-KDX-MOV-DOC
               STRING "DVF " DELIMITED BY SIZE
                   DVF-NUMERO DELIMITED BY SIZE
                   INTO WS-KDX-MOV-DOC
               COMPUTE WS-KDX-MOV-QTD = 0 - DVF-QTD
               PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM.

      * Producao propria: entrada do produto acabado e consumo
      * dos ingredientes de cada ordem
       P-KARDEX-PRODUCAO.
           OPEN INPUT PRODUCAO
           IF WS-STATUS-PRODUCAO NOT = "00"
               GO TO P-KARDEX-PRODUCAO-FIM.
           MOVE "N" TO WS-KDX-EOF
           PERFORM P-KARDEX-PRODUCAO-LE UNTIL WS-KDX-EOF = "S"
           CLOSE PRODUCAO.

       P-KARDEX-PRODUCAO-FIM.
           EXIT.

       P-KARDEX-PRODUCAO-LE.
           READ PRODUCAO
           AT END MOVE "S" TO WS-KDX-EOF.
           IF WS-KDX-EOF = "N" AND OPR-SKU = WS-KDX-SKU AND
               (WS-KDX-LOCAL = SPACES OR OPR-LOCAL = WS-KDX-LOCAL)
               MOVE OPR-ANO TO WS-KDX-MOV-AMD(1:4)
               MOVE OPR-MES TO WS-KDX-MOV-AMD(5:2)
               MOVE OPR-DIA TO WS-KDX-MOV-AMD(7:2)
               MOVE OPR-HORA TO WS-KDX-MOV-HORA
               MOVE OPR-LOCAL TO WS-KDX-MOV-LOCAL
               MOVE SPACES TO WS-KDX-MOV-DOC
               STRING "OP " DELIMITED BY SIZE
                   OPR-NUMERO DELIMITED BY SIZE
                   INTO WS-KDX-MOV-DOC
               IF OPR-TIPO = "P"
                   MOVE "PRODUCAO" TO WS-KDX-MOV-TIPO
                   MOVE OPR-QTD TO WS-KDX-MOV-QTD
               ELSE
                   MOVE "CONSUMO" TO WS-KDX-MOV-TIPO
                   COMPUTE WS-KDX-MOV-QTD = 0 - OPR-QTD
               END-IF
               PERFORM P-KARDEX-LANCA THRU P-KARDEX-LANCA-FIM.

      ****************************************
      * Cada movimento vai para o saldo       *
      * anterior, para a tabela do periodo    *
      * (na posicao de data/hora) ou para o   *
      * acumulado posterior ao periodo        *
      ****************************************
       P-KARDEX-LANCA.
           IF WS-KDX-MOV-AMD < WS-KDX-DE-AMD
               ADD WS-KDX-MOV-QTD TO WS-KDX-SALDO-INICIAL
               GO TO P-KARDEX-LANCA-FIM.
           IF WS-KDX-MOV-AMD > WS-KDX-ATE-AMD
               ADD WS-KDX-MOV-QTD TO WS-KDX-POSTERIOR
               GO TO P-KARDEX-LANCA-FIM.
           IF WS-KDX-USADOS NOT < 500
               MOVE "S" TO WS-KDX-ESTOURO
               GO TO P-KARDEX-LANCA-FIM.

           MOVE WS-KDX-USADOS TO WS-KDX-IDX
           MOVE "N" TO WS-KDX-ACHOU
           PERFORM P-KARDEX-DESLOCA UNTIL WS-KDX-ACHOU = "S"
           ADD 1 TO WS-KDX-IDX
           MOVE WS-KDX-MOV TO TAB-KDX-ITEM(WS-KDX-IDX)
           ADD 1 TO WS-KDX-USADOS.

       P-KARDEX-LANCA-FIM.
           EXIT.

      * Abre espaco: empurra para baixo os movimentos mais
      * novos que o lido (os de mesma data/hora ficam antes)
       P-KARDEX-DESLOCA.
           IF WS-KDX-IDX = ZEROS
               MOVE "S" TO WS-KDX-ACHOU
           ELSE IF TAB-KDX-CHAVE(WS-KDX-IDX) NOT > WS-KDX-MOV-CHAVE
               MOVE "S" TO WS-KDX-ACHOU
           ELSE
               MOVE TAB-KDX-ITEM(WS-KDX-IDX)
                   TO TAB-KDX-ITEM(WS-KDX-IDX + 1)
               SUBTRACT 1 FROM WS-KDX-IDX.

      ****************************************
      * Listagem na tela e no KARDEX.LST com  *
      * o saldo corrido e a conciliacao       *
      ****************************************
       P-KARDEX-LISTA.
           DISPLAY SS-TELA-MOSTRA-LISTA
           MOVE 1 TO WS-KDX-LINHAS
           MOVE SPACES TO WS-KDX-LINHA
           IF WS-KDX-LOCAL = SPACES
               STRING "Kardex do SKU " DELIMITED BY SIZE
                   WS-KDX-SKU DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KDX-NOME DELIMITED BY SIZE
                   " - todos os locais" DELIMITED BY SIZE
                   INTO WS-KDX-LINHA
           ELSE
               STRING "Kardex do SKU " DELIMITED BY SIZE
                   WS-KDX-SKU DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KDX-NOME DELIMITED BY SIZE
                   " - local " DELIMITED BY SIZE
                   WS-KDX-LOCAL DELIMITED BY SIZE
                   INTO WS-KDX-LINHA.
           PERFORM P-KARDEX-IMPRIME

           MOVE SPACES TO WS-KDX-LINHA
           STRING "Periodo de " DELIMITED BY SIZE
               WS-KDX-DE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-KDX-DE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-KDX-DE-AMD(1:4) DELIMITED BY SIZE
               " a " DELIMITED BY SIZE
               WS-KDX-ATE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-KDX-ATE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-KDX-ATE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-KDX-LINHA
           IF WS-KDX-TIPO-PRODUTO = "P"
               MOVE "(quantidades em gramas)" TO WS-KDX-LINHA(36:23).
           PERFORM P-KARDEX-IMPRIME

           MOVE "Data       Hora  Tipo     Lc Documento" TO WS-KDX-LINHA
           MOVE "Entrada   Saida   Saldo" TO WS-KDX-LINHA(41:23)
           PERFORM P-KARDEX-IMPRIME

           MOVE WS-KDX-SALDO-INICIAL TO WS-KDX-SALDO WS-KDX-SALDO-PRINT
           MOVE SPACES TO WS-KDX-LINHA
           STRING "Saldo anterior ao periodo" DELIMITED BY SIZE
               INTO WS-KDX-LINHA
           MOVE WS-KDX-SALDO-PRINT TO WS-KDX-LINHA(57:7)
           PERFORM P-KARDEX-IMPRIME

           MOVE ZEROS TO WS-KDX-TOT-ENTRADA WS-KDX-TOT-SAIDA
           PERFORM P-KARDEX-LINHA
               VARYING WS-KDX-IDX FROM 1 BY 1
               UNTIL WS-KDX-IDX > WS-KDX-USADOS
           IF WS-KDX-USADOS = ZEROS
               MOVE "(nenhum movimento no periodo)" TO WS-KDX-LINHA
               PERFORM P-KARDEX-IMPRIME.

           PERFORM P-KARDEX-CONCILIA.

       P-KARDEX-LISTA-FIM.
           DISPLAY "Relatorio gravado em KARDEX.LST."
           DISPLAY "Aperte o ENTER para prosseguir..."
           ACCEPT WS-CODIGO-ESC
           EXIT.

       P-KARDEX-LINHA.
           ADD TAB-KDX-QTD(WS-KDX-IDX) TO WS-KDX-SALDO
           MOVE ZEROS TO WS-KDX-ENT-PRINT WS-KDX-SAI-PRINT
           IF TAB-KDX-QTD(WS-KDX-IDX) > ZEROS
               MOVE TAB-KDX-QTD(WS-KDX-IDX) TO WS-KDX-ENT-PRINT
               ADD TAB-KDX-QTD(WS-KDX-IDX) TO WS-KDX-TOT-ENTRADA
           ELSE
               COMPUTE WS-KDX-SAIDA = 0 - TAB-KDX-QTD(WS-KDX-IDX)
               MOVE WS-KDX-SAIDA TO WS-KDX-SAI-PRINT
               ADD WS-KDX-SAIDA TO WS-KDX-TOT-SAIDA.
           MOVE WS-KDX-SALDO TO WS-KDX-SALDO-PRINT
           IF TAB-KDX-HORA(WS-KDX-IDX) = "000000"
               MOVE "--:--" TO WS-KDX-HORA-PRINT
           ELSE
               MOVE SPACES TO WS-KDX-HORA-PRINT
               STRING TAB-KDX-HORA(WS-KDX-IDX)(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   TAB-KDX-HORA(WS-KDX-IDX)(3:2) DELIMITED BY SIZE
                   INTO WS-KDX-HORA-PRINT.
           MOVE SPACES TO WS-KDX-LINHA
           STRING TAB-KDX-AMD(WS-KDX-IDX)(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-KDX-AMD(WS-KDX-IDX)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-KDX-AMD(WS-KDX-IDX)(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KDX-HORA-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-KDX-TIPO(WS-KDX-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-KDX-LOCAL(WS-KDX-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-KDX-DOC(WS-KDX-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KDX-ENT-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KDX-SAI-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KDX-SALDO-PRINT DELIMITED BY SIZE
               INTO WS-KDX-LINHA
           PERFORM P-KARDEX-IMPRIME.

      * Saldo calculado hoje = saldo final do periodo mais os
      * movimentos posteriores; a diferenca para o cadastro e
      * o que nenhum arquivo de movimento explica (estoque
      * digitado no cadastro ou na edicao do produto)
       P-KARDEX-CONCILIA.
           MOVE WS-KDX-TOT-ENTRADA TO WS-KDX-QTD-PRINT
           MOVE SPACES TO WS-KDX-LINHA
           STRING "Total do periodo: entradas " DELIMITED BY SIZE
               WS-KDX-QTD-PRINT DELIMITED BY SIZE
               INTO WS-KDX-LINHA
           MOVE WS-KDX-TOT-SAIDA TO WS-KDX-QTD-PRINT
           MOVE " saidas " TO WS-KDX-LINHA(35:8)
           MOVE WS-KDX-QTD-PRINT TO WS-KDX-LINHA(43:7)
           PERFORM P-KARDEX-IMPRIME

           MOVE "Saldo final do periodo" TO WS-KDX-LINHA
           MOVE WS-KDX-SALDO TO WS-KDX-SALDO-PRINT
           MOVE WS-KDX-SALDO-PRINT TO WS-KDX-LINHA(57:7)
           PERFORM P-KARDEX-IMPRIME

           MOVE "Movimentos depois do periodo" TO WS-KDX-LINHA
           MOVE WS-KDX-POSTERIOR TO WS-KDX-SALDO-PRINT
           MOVE WS-KDX-SALDO-PRINT TO WS-KDX-LINHA(57:7)
           PERFORM P-KARDEX-IMPRIME

           ADD WS-KDX-SALDO WS-KDX-POSTERIOR
               GIVING WS-KDX-CALCULADO
           MOVE "Saldo calculado hoje" TO WS-KDX-LINHA
           MOVE WS-KDX-CALCULADO TO WS-KDX-SALDO-PRINT
           MOVE WS-KDX-SALDO-PRINT TO WS-KDX-LINHA(57:7)
           PERFORM P-KARDEX-IMPRIME

           MOVE "Estoque no cadastro (com lotes)" TO WS-KDX-LINHA
           MOVE WS-KDX-ESTOQUE-ATUAL TO WS-KDX-SALDO-PRINT
           MOVE WS-KDX-SALDO-PRINT TO WS-KDX-LINHA(57:7)
           PERFORM P-KARDEX-IMPRIME

           SUBTRACT WS-KDX-CALCULADO FROM WS-KDX-ESTOQUE-ATUAL
               GIVING WS-KDX-DIFERENCA
           IF WS-KDX-DIFERENCA = ZEROS
               MOVE "Saldo calculado confere com o cadastro."
                   TO WS-KDX-LINHA
           ELSE
               MOVE "Diferenca sem movimento que explique"
                   TO WS-KDX-LINHA
               MOVE WS-KDX-DIFERENCA TO WS-KDX-SALDO-PRINT
               MOVE WS-KDX-SALDO-PRINT TO WS-KDX-LINHA(57:7).
           PERFORM P-KARDEX-IMPRIME

           IF WS-KDX-SEM-LOCAL > ZEROS
               MOVE WS-KDX-SEM-LOCAL TO WS-KDX-QTD-PRINT
               MOVE SPACES TO WS-KDX-LINHA
               STRING "Atencao:" DELIMITED BY SIZE
                   WS-KDX-QTD-PRINT DELIMITED BY SIZE
                   " vendas antigas sem local ficaram de fora."
                       DELIMITED BY SIZE
                   INTO WS-KDX-LINHA
               PERFORM P-KARDEX-IMPRIME.

       P-KARDEX-IMPRIME.
           MOVE WS-KDX-LINHA TO REG-KARDEX
           WRITE REG-KARDEX
           DISPLAY WS-KDX-LINHA(1:79)
           MOVE SPACES TO WS-KDX-LINHA
           ADD 1 TO WS-KDX-LINHAS
           IF WS-KDX-LINHAS > 18
               DISPLAY "Aperte o ENTER para prosseguir..."
               ACCEPT WS-CODIGO-ESC
               MOVE 1 TO WS-KDX-LINHAS.

       P-KARDEX-FIM.
           EXIT.

      ****************************************
      * Submenu de precos em lote: reajuste   *
      * percentual e etiquetas de gondola     *
      ****************************************
       P-PRECOS-MENU.
           MOVE SPACES TO WS-PRECOS-OPCAO
           DISPLAY SS-TELA-PRECOS-MENU
           ACCEPT SS-TELA-PRECOS-MENU
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-PRECOS-MENU-FIM.

           IF WS-PRECOS-OPCAO = "R" OR "r"
               PERFORM P-REAJUSTE-INTRO THRU P-REAJUSTE-FIM
               GO TO P-PRECOS-MENU

           ELSE IF WS-PRECOS-OPCAO = "E" OR "e"
               PERFORM P-ETIQUETAS-INTRO THRU P-ETIQUETAS-FIM
               GO TO P-PRECOS-MENU

           ELSE IF WS-PRECOS-OPCAO = "V" OR "v"
               GO TO P-PRECOS-MENU-FIM

           ELSE
               MOVE "Opcao invalida!" TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PRECOS-MENU.

       P-PRECOS-MENU-FIM.
           EXIT.

      ****************************************
      * Etiquetas de gondola: gera o arquivo  *
      * de impressao com nome, preco de       *
      * venda (ou promocional vigente) e      *
      * codigo de barras, para todos os       *
      * produtos, um fornecedor, uma faixa    *
      * de SKU ou so o que mudou de preco     *
      * desde uma data (HISTPRECO.DAT)        *
      ****************************************
       P-ETIQUETAS-INTRO.
           MOVE SPACES TO WS-ETQ-MODO WS-ETQ-FORN
           MOVE "N" TO WS-ETQ-ESTOURO
           MOVE ZEROS TO WS-ETQ-SKU-DE WS-ETQ-SKU-ATE
               WS-ETQ-DIA WS-ETQ-MES WS-ETQ-ANO WS-ETQ-GERADAS
               WS-ETQ-USADOS
           DISPLAY SS-TELA-ETIQUETAS
           ACCEPT SS-TELA-ETIQUETAS
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-ETIQUETAS-FIM.

           IF WS-ETQ-MODO = "t" MOVE "T" TO WS-ETQ-MODO.
           IF WS-ETQ-MODO = "f" MOVE "F" TO WS-ETQ-MODO.
           IF WS-ETQ-MODO = "s" MOVE "S" TO WS-ETQ-MODO.
           IF WS-ETQ-MODO = "d" MOVE "D" TO WS-ETQ-MODO.
           IF WS-ETQ-MODO NOT = "T" AND WS-ETQ-MODO NOT = "F" AND
               WS-ETQ-MODO NOT = "S" AND WS-ETQ-MODO NOT = "D"
               MOVE "Erro: selecao deve ser T, F, S ou D."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ETIQUETAS-FIM.

           IF WS-ETQ-MODO = "F" AND WS-ETQ-FORN = SPACES
               MOVE "Erro: informe o fornecedor." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ETIQUETAS-FIM.

           IF WS-ETQ-MODO = "S" AND WS-ETQ-SKU-ATE = ZEROS
               MOVE 9999 TO WS-ETQ-SKU-ATE.

           IF WS-ETQ-MODO = "D"
               IF WS-ETQ-ANO = ZEROS
                   MOVE "Erro: informe a data de corte."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-ETIQUETAS-FIM
               END-IF
               MOVE WS-ETQ-ANO TO WS-ETQ-DESDE-AMD(1:4)
               MOVE WS-ETQ-MES TO WS-ETQ-DESDE-AMD(5:2)
               MOVE WS-ETQ-DIA TO WS-ETQ-DESDE-AMD(7:2)
               PERFORM P-ETQ-CARREGA-HIST
                   THRU P-ETQ-CARREGA-HIST-FIM
               IF WS-ETQ-USADOS = ZEROS
                   MOVE "Nenhum preco alterado desde essa data."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-ETIQUETAS-FIM.

           OPEN OUTPUT ETIQUETA
           IF WS-STATUS-ETIQUETA NOT = "00"
               MOVE "Erro ao abrir o arquivo de etiquetas."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ETIQUETAS-FIM.

           MOVE ZEROS TO CHAVE-PRODUTO
           MOVE "N" TO WS-CHAVE-EOF
           START ARQUIVO KEY IS GREATER THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-ETQ-VARRE UNTIL WS-CHAVE-EOF-SIM
           CLOSE ETIQUETA

           IF WS-ETQ-ESTOURO = "S"
               MOVE "Atencao: +200 SKUs alterados; faltam etiquetas."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM.

           STRING "Etiquetas geradas em ETIQUETA.LST: "
               DELIMITED BY SIZE
               WS-ETQ-GERADAS DELIMITED BY SIZE
               INTO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-REAJUSTE-FIM.

      * O reajuste grava o historico de precos com a data do
      * movimento: nao com o dia fechado
           PERFORM P-DATA-MOVIMENTO
           IF WS-DTM-SITUACAO = "F"
               MOVE "Dia de movimento fechado: reajuste recusado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-REAJUSTE-FIM.

           MOVE SPACES TO WS-RJ-FORN WS-RJ-SINAL WS-RJ-MARGEM
           MOVE ZEROS TO WS-RJ-SKU-DE WS-RJ-SKU-ATE WS-RJ-PCT
               WS-RJ-ALTERADOS WS-RJ-ABAIXO
           DISPLAY SS-TELA-REAJUSTE
           ACCEPT SS-TELA-REAJUSTE
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
               COMPUTE WS-RJ-FATOR = 1 - WS-RJ-PCT / 100
           ELSE
               COMPUTE WS-RJ-FATOR = 1 + WS-RJ-PCT / 100.
           IF WS-RJ-MARGEM = "s"
               MOVE "S" TO WS-RJ-MARGEM.

           MOVE "N" TO WS-CHAVE-EOF
           IF WS-RJ-FORN NOT = SPACES

           STRING "Reajuste aplicado em " DELIMITED BY SIZE
               WS-RJ-ALTERADOS DELIMITED BY SIZE
               " registros; " DELIMITED BY SIZE
               WS-RJ-ABAIXO DELIMITED BY SIZE
               " abaixo da margem." DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-REAJUSTE-FIM.
           MOVE VALOR-VENDA TO WS-HIST-VENDA-ANTERIOR
           COMPUTE VALOR-CUSTO ROUNDED = VALOR-CUSTO * WS-RJ-FATOR
           COMPUTE VALOR-VENDA ROUNDED = VALOR-VENDA * WS-RJ-FATOR

      * Preco que ficaria abaixo do minimo do grupo so e gravado
      * se o gerente marcou na tela; senao o item fica como esta
           PERFORM P-MARGEM-PISO
           IF VALOR-VENDA < WS-MRG-PISO
               ADD 1 TO WS-RJ-ABAIXO
               IF WS-RJ-MARGEM NOT = "S"
                   DISPLAY "SKU " SKU " " LOCAL
                       " abaixo da margem minima: nao reajustado"
               ELSE
                   PERFORM P-REAJUSTE-GRAVA
                   IF WS-STATUS-ARQUIVO = "00"
                       MOVE VALOR-VENDA TO WS-MRG-PRECO
                       MOVE WS-OPERADOR TO WS-AUTORIZADOR
                       PERFORM P-MARGEM-AUDITA
                   END-IF
               END-IF
           ELSE
               PERFORM P-REAJUSTE-GRAVA.

       P-REAJUSTE-GRAVA.
           REWRITE PRODUTO INVALID KEY
               DISPLAY "Erro ao reajustar o SKU " SKU
           END-REWRITE
      * Rotinas de lotes (multiplas remessas) *
      ****************************************
       P-EDIT-NOVO-LOTE.
      * O novo lote entra no estoque e no jornal: nao com o dia
      * de movimento fechado
           PERFORM P-DATA-MOVIMENTO
           IF WS-DTM-SITUACAO = "F"
               MOVE "Dia de movimento fechado: lote recusado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-EDIT-NOVO-LOTE-FIM.

           IF QTD-LOTES-ADICIONAIS NOT < 5
               MOVE "Erro: limite de lotes adicionais atingido." TO
                   WS-MENSAGEM
      ********************************************
      * Rotinas de pedido de compra por fornecedor *
      ********************************************
       P-PEDIDO-MENU.
           MOVE SPACES TO WS-PEDIDO-OPCAO
           DISPLAY SS-TELA-PEDIDO-MENU
           ACCEPT SS-TELA-PEDIDO-MENU
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-PEDIDO-MENU-FIM.

           IF WS-PEDIDO-OPCAO = "G" OR "g"
               PERFORM P-PEDIDO-COMPRA-INTRO THRU P-PEDIDO-COMPRA-FIM
               GO TO P-PEDIDO-MENU

           ELSE IF WS-PEDIDO-OPCAO = "A" OR "a"
               PERFORM P-PED-APROVA-INTRO THRU P-PED-APROVA-FIM
               GO TO P-PEDIDO-MENU

           ELSE IF WS-PEDIDO-OPCAO = "V" OR "v"
               GO TO P-PEDIDO-MENU-FIM

           ELSE
               MOVE "Opcao invalida!" TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PEDIDO-MENU.

       P-PEDIDO-MENU-FIM.
           EXIT.

       P-PEDIDO-COMPRA-INTRO.
           DISPLAY SS-TELA-BUSCA-ESTOQUE
           ACCEPT SS-TELA-BUSCA-ESTOQUE
           ACCEPT WS-PED-GRAVAR
           IF WS-PED-GRAVAR = "s"
               MOVE "S" TO WS-PED-GRAVAR.
           MOVE ZEROS TO WS-PED-GRAVADOS WS-PED-TOTAL WS-PED-LINHAS
               WS-PED-PENDENTES
           IF WS-PED-GRAVAR = "S"
               PERFORM P-PED-ACHA-PROXIMO.

           PERFORM P-PEDIDO-COMPRA-EXIBE UNTIL WS-CHAVE-EOF-SIM

           IF WS-PED-GRAVAR = "S"
               PERFORM P-PED-FECHA-PEDIDO THRU P-PED-FECHA-PEDIDO-FIM
               DISPLAY "Itens de pedido gravados em PEDCOMP.DAT: "
                   WS-PED-GRAVADOS.
           IF WS-PED-PENDENTES > ZEROS
               DISPLAY "Pedidos aguardando aprovacao do gerente: "
                   WS-PED-PENDENTES.

           PERFORM P-AGENDA-ENTREGAS THRU P-AGENDA-ENTREGAS-FIM

                       " Prazo: " FORN-PRAZO-ENTREGA " dias"
                   MOVE FORN-NOME TO WS-FORN-NOME-ANTERIOR
                   IF WS-PED-GRAVAR = "S"
                       PERFORM P-PED-FECHA-PEDIDO
                           THRU P-PED-FECHA-PEDIDO-FIM
                       ADD 1 TO WS-PED-PROX
                       DISPLAY "   >> Pedido de compra Nr " WS-PED-PROX
                   END-IF

      ***************************************************
      * Linha de pedido de compra persistida para o      *
      * recebimento conferir depois. Fora o gerente,     *
      * todo pedido nasce pendente ("P"); no fim do      *
      * fornecedor o que fica dentro do limite e         *
      * liberado ("A")                                   *
      ***************************************************
       P-PED-GRAVA-LINHA.
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-PED-PROX TO PED-NUMERO
           MOVE SKU TO PED-SKU
           MOVE FORN-NOME TO PED-FORN-NOME
           MOVE WS-REPO-SUGERIDO TO PED-QTD-PEDIDA
           MOVE VALOR-CUSTO TO PED-CUSTO-PREVISTO
           MOVE ZEROS TO PED-QTD-RECEBIDA
           IF WS-OP-NIVEL = "G"
               MOVE "A" TO PED-SITUACAO
           ELSE
               MOVE "P" TO PED-SITUACAO.
           WRITE REG-PEDCOMP INVALID KEY
               DISPLAY "   >> Erro ao gravar o item do pedido: SKU "
                   SKU
           END-WRITE
           IF WS-STATUS-PEDCOMP = "00"
               ADD 1 TO WS-PED-GRAVADOS WS-PED-LINHAS
               COMPUTE WS-PED-TOTAL = WS-PED-TOTAL
                   + PED-QTD-PEDIDA * PED-CUSTO-PREVISTO.

      ***************************************************
      * Fim do pedido de um fornecedor: acima do limite  *
      * fica pendente para o gerente; dentro do limite   *
      * os itens passam a aberto                         *
      ***************************************************
       P-PED-FECHA-PEDIDO.
           IF WS-PED-LINHAS = ZEROS OR WS-OP-NIVEL = "G"
               GO TO P-PED-FECHA-PEDIDO-ZERA.

           IF WS-PED-TOTAL > WS-PED-LIMITE-APROVACAO
               ADD 1 TO WS-PED-PENDENTES
               MOVE WS-PED-TOTAL TO WS-PAP-VALOR-PRINT
               DISPLAY "   >> Pedido Nr " WS-PED-PROX " de R$"
                   WS-PAP-VALOR-PRINT " aguarda aprovacao do gerente"
               GO TO P-PED-FECHA-PEDIDO-ZERA.

           MOVE WS-PED-PROX TO PED-NUMERO
           MOVE ZEROS TO PED-SKU
           MOVE "N" TO WS-PED-EOF
           START PEDCOMP KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE "S" TO WS-PED-EOF
           END-START
           PERFORM P-PED-LIBERA-LINHA UNTIL WS-PED-EOF = "S".

       P-PED-FECHA-PEDIDO-ZERA.
           MOVE ZEROS TO WS-PED-TOTAL WS-PED-LINHAS.

       P-PED-FECHA-PEDIDO-FIM.
           EXIT.

       P-PED-LIBERA-LINHA.
           READ PEDCOMP NEXT RECORD
           AT END MOVE "S" TO WS-PED-EOF.
           IF WS-PED-EOF = "N"
               IF PED-NUMERO NOT = WS-PED-PROX
                   MOVE "S" TO WS-PED-EOF
               ELSE
                   MOVE "A" TO PED-SITUACAO
                   REWRITE REG-PEDCOMP INVALID KEY
                       DISPLAY "   >> Erro ao liberar o item do pedido:"
                           " SKU " PED-SKU.

      ****************************************
      * Aprovacao dos pedidos pendentes: o    *
      * gerente ve total, saldo em aberto do  *
      * fornecedor no contas a pagar e        *
      * estoque de cada SKU, e aprova, ajusta *
      * quantidades ou recusa com motivo      *
      ****************************************
       P-PED-APROVA-INTRO.
           IF WS-OP-NIVEL NOT = "G"
               MOVE "Funcao restrita ao gerente." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PED-APROVA-FIM.
           MOVE ZEROS TO WS-PAP-ULTIMO WS-PAP-VISTOS.

       P-PED-APROVA-PROXIMO.
           MOVE WS-PAP-ULTIMO TO PED-NUMERO
           MOVE 9999 TO PED-SKU
           MOVE "N" TO WS-PED-EOF WS-PAP-ACHOU
           START PEDCOMP KEY IS GREATER THAN PED-CHAVE
               INVALID KEY MOVE "S" TO WS-PED-EOF
           END-START
           PERFORM P-PED-APROVA-BUSCA
               UNTIL WS-PED-EOF = "S" OR WS-PAP-ACHOU = "S"
           IF WS-PAP-ACHOU = "N"
               IF WS-PAP-VISTOS = ZEROS
                   MOVE "Nenhum pedido aguardando aprovacao."
                       TO WS-MENSAGEM
               ELSE
                   MOVE "Fim dos pedidos pendentes." TO WS-MENSAGEM
               END-IF
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PED-APROVA-FIM.

           ADD 1 TO WS-PAP-VISTOS
           MOVE PED-NUMERO TO WS-PAP-NUMERO WS-PAP-ULTIMO
           MOVE PED-FORN-NOME TO WS-PAP-FORN
           MOVE SPACES TO WS-PAP-DATA
           STRING PED-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PED-ANO DELIMITED BY SIZE
               INTO WS-PAP-DATA
           PERFORM P-PED-APROVA-CARREGA
           PERFORM P-PED-APROVA-SALDO-CAP.

       P-PED-APROVA-EXIBE.
           DISPLAY SS-TELA-MOSTRA-LISTA
           DISPLAY "Pedido de compra Nr " WS-PAP-NUMERO " de "
               WS-PAP-DATA " - aguardando aprovacao"
           DISPLAY "Fornecedor: " WS-PAP-FORN
           MOVE WS-PAP-SALDO-CAP TO WS-PAP-SALDO-PRINT
           DISPLAY "Saldo em aberto no contas a pagar: R$"
               WS-PAP-SALDO-PRINT
           DISPLAY " "
           DISPLAY "SKU  Produto                         Qtd    Custo"
               "      Valor Estoque"
           MOVE ZEROS TO WS-PAP-TOTAL
           PERFORM P-PED-APROVA-LINHA
               VARYING WS-PAP-IDX FROM 1 BY 1
               UNTIL WS-PAP-IDX > WS-PAP-USADOS
           MOVE WS-PAP-TOTAL TO WS-PAP-VALOR-PRINT
           DISPLAY " "
           DISPLAY "Total do pedido: R$" WS-PAP-VALOR-PRINT
           DISPLAY "A=aprovar  T=ajustar quantidades  X=recusar  "
               "S=sair  ENTER=proximo pedido"
           MOVE SPACES TO WS-PAP-ACAO
           ACCEPT WS-PAP-ACAO

           IF WS-PAP-ACAO = "A" OR "a"
               IF WS-PAP-TOTAL = ZEROS
                   MOVE "Pedido zerado: use X para recusar."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-PED-APROVA-EXIBE
               END-IF
               PERFORM P-PED-APROVA-GRAVA
               GO TO P-PED-APROVA-PROXIMO.

           IF WS-PAP-ACAO = "T" OR "t"
               PERFORM P-PED-APROVA-AJUSTA
                   VARYING WS-PAP-IDX FROM 1 BY 1
                   UNTIL WS-PAP-IDX > WS-PAP-USADOS
               GO TO P-PED-APROVA-EXIBE.

           IF WS-PAP-ACAO = "X" OR "x"
               PERFORM P-PED-APROVA-RECUSA THRU P-PED-APROVA-RECUSA-FIM
               GO TO P-PED-APROVA-PROXIMO.

           IF WS-PAP-ACAO = "S" OR "s"
               GO TO P-PED-APROVA-FIM.

      * Qualquer outra tecla deixa o pedido pendente
           GO TO P-PED-APROVA-PROXIMO.

       P-PED-APROVA-FIM.
           EXIT.

       P-PED-APROVA-BUSCA.
           READ PEDCOMP NEXT RECORD
           AT END MOVE "S" TO WS-PED-EOF.
           IF WS-PED-EOF = "N" AND PED-SITUACAO = "P"
               MOVE "S" TO WS-PAP-ACHOU.

       P-PED-APROVA-CARREGA.
           MOVE ZEROS TO WS-PAP-USADOS
           MOVE WS-PAP-NUMERO TO PED-NUMERO
           MOVE ZEROS TO PED-SKU
           MOVE "N" TO WS-PED-EOF
           START PEDCOMP KEY IS NOT LESS THAN PED-CHAVE
               INVALID KEY MOVE "S" TO WS-PED-EOF
           END-START
           PERFORM P-PED-APROVA-CARREGA-LE UNTIL WS-PED-EOF = "S".

       P-PED-APROVA-CARREGA-LE.
           READ PEDCOMP NEXT RECORD
           AT END MOVE "S" TO WS-PED-EOF.
           IF WS-PED-EOF = "N"
               IF PED-NUMERO NOT = WS-PAP-NUMERO
                   MOVE "S" TO WS-PED-EOF
               ELSE IF PED-SITUACAO = "P" AND WS-PAP-USADOS < 99
                   ADD 1 TO WS-PAP-USADOS
                   MOVE PED-SKU TO TAB-PAP-SKU(WS-PAP-USADOS)
                   MOVE PED-QTD-PEDIDA TO TAB-PAP-QTD(WS-PAP-USADOS)
                       TAB-PAP-QTD-ORIGINAL(WS-PAP-USADOS)
                   MOVE PED-CUSTO-PREVISTO
                       TO TAB-PAP-CUSTO(WS-PAP-USADOS).

      * Saldo em aberto do fornecedor: original menos pago das
      * contas ainda nao quitadas
       P-PED-APROVA-SALDO-CAP.
           MOVE ZEROS TO WS-PAP-SALDO-CAP
           MOVE WS-PAP-FORN TO CAP-FORN-NOME
           MOVE "N" TO WS-PED-EOF
           START CONTAPAG KEY IS EQUAL TO CAP-FORN-NOME
               INVALID KEY MOVE "S" TO WS-PED-EOF
           END-START
           PERFORM P-PED-APROVA-SALDO-LE UNTIL WS-PED-EOF = "S".

       P-PED-APROVA-SALDO-LE.
           READ CONTAPAG NEXT RECORD
           AT END MOVE "S" TO WS-PED-EOF.
           IF WS-PED-EOF = "N"
               IF CAP-FORN-NOME NOT = WS-PAP-FORN
                   MOVE "S" TO WS-PED-EOF
               ELSE IF CAP-SITUACAO = "A"
                   COMPUTE WS-PAP-SALDO-CAP = WS-PAP-SALDO-CAP
                       + CAP-VALOR-ORIGINAL - CAP-VALOR-PAGO.

       P-PED-APROVA-LINHA.
           MOVE TAB-PAP-SKU(WS-PAP-IDX) TO WS-PAP-SKU
           PERFORM P-PED-APROVA-ESTOQUE
           COMPUTE WS-PAP-VALOR-LINHA = TAB-PAP-QTD(WS-PAP-IDX)
               * TAB-PAP-CUSTO(WS-PAP-IDX)
           ADD WS-PAP-VALOR-LINHA TO WS-PAP-TOTAL
           MOVE TAB-PAP-CUSTO(WS-PAP-IDX) TO WS-PAP-CUSTO-PRINT
           MOVE WS-PAP-VALOR-LINHA TO WS-PAP-VALOR-PRINT
           DISPLAY WS-PAP-SKU " " WS-PAP-NOME " "
               TAB-PAP-QTD(WS-PAP-IDX) " " WS-PAP-CUSTO-PRINT " "
               WS-PAP-VALOR-PRINT " " WS-PAP-ESTOQUE.

      * Estoque do SKU somado em todos os locais
       P-PED-APROVA-ESTOQUE.
           MOVE ZEROS TO WS-PAP-ESTOQUE
           MOVE "(nao cadastrado)" TO WS-PAP-NOME
           MOVE WS-PAP-SKU TO SKU
           MOVE LOW-VALUES TO LOCAL
           MOVE "N" TO WS-CHAVE-EOF
           START ARQUIVO KEY IS NOT LESS THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-PED-APROVA-ESTOQUE-LE UNTIL WS-CHAVE-EOF-SIM.

       P-PED-APROVA-ESTOQUE-LE.
           READ ARQUIVO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF SKU NOT = WS-PAP-SKU
                   MOVE "S" TO WS-CHAVE-EOF
               ELSE
                   MOVE NOME TO WS-PAP-NOME
                   PERFORM P-CALC-ESTOQUE-TOTAL
                   ADD WS-QTD-ESTOQUE-TOTAL TO WS-PAP-ESTOQUE.

      * Ajuste so reduz: a quantidade nao passa da pedida
       P-PED-APROVA-AJUSTA.
           MOVE TAB-PAP-SKU(WS-PAP-IDX) TO WS-PAP-SKU
           PERFORM P-PED-APROVA-ESTOQUE
           MOVE TAB-PAP-QTD(WS-PAP-IDX) TO WS-PAP-QTD-ATUAL
               WS-PAP-QTD-NOVA
           DISPLAY SS-TELA-PAP-AJUSTE
           ACCEPT SS-TELA-PAP-AJUSTE
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC NOT = 01
               IF WS-PAP-QTD-NOVA > TAB-PAP-QTD-ORIGINAL(WS-PAP-IDX)
                   MOVE "Ajuste so reduz a quantidade pedida."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               ELSE
                   MOVE WS-PAP-QTD-NOVA TO TAB-PAP-QTD(WS-PAP-IDX).

       P-PED-APROVA-GRAVA.
           MOVE "A" TO WS-PED-SITUACAO-NOVA
           MOVE SPACES TO WS-PAP-MOTIVO
           PERFORM P-PED-APROVA-GRAVA-LINHA
               THRU P-PED-APROVA-GRAVA-LINHA-FIM
               VARYING WS-PAP-IDX FROM 1 BY 1
               UNTIL WS-PAP-IDX > WS-PAP-USADOS
           MOVE "A" TO WS-PAP-LOG-ACAO
           MOVE ZEROS TO WS-PAP-LOG-SKU WS-PAP-LOG-ANTES
               WS-PAP-LOG-DEPOIS
           MOVE WS-PAP-TOTAL TO WS-PAP-LOG-VALOR
           PERFORM P-PED-APROVA-LOG
           MOVE "PEDAPROVA" TO WS-AUD-OPERACAO
           MOVE WS-PAP-NUMERO TO WS-AUD-CHAVE
           PERFORM P-GRAVA-AUDITORIA
           MOVE "Pedido aprovado e liberado." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

      * Item zerado no ajuste sai do pedido como recusado
       P-PED-APROVA-GRAVA-LINHA.
           MOVE WS-PAP-NUMERO TO PED-NUMERO
           MOVE TAB-PAP-SKU(WS-PAP-IDX) TO PED-SKU
           READ PEDCOMP INVALID KEY
               GO TO P-PED-APROVA-GRAVA-LINHA-FIM.

           IF WS-PED-SITUACAO-NOVA = "X" OR
               TAB-PAP-QTD(WS-PAP-IDX) = ZEROS
               MOVE "X" TO PED-SITUACAO
           ELSE
               MOVE WS-PED-SITUACAO-NOVA TO PED-SITUACAO
               MOVE TAB-PAP-QTD(WS-PAP-IDX) TO PED-QTD-PEDIDA.
           REWRITE REG-PEDCOMP INVALID KEY
               MOVE "Erro ao atualizar o pedido de compra."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PED-APROVA-GRAVA-LINHA-FIM.

           IF TAB-PAP-QTD(WS-PAP-IDX) NOT =
               TAB-PAP-QTD-ORIGINAL(WS-PAP-IDX)
               MOVE "T" TO WS-PAP-LOG-ACAO
               MOVE TAB-PAP-SKU(WS-PAP-IDX) TO WS-PAP-LOG-SKU
               MOVE TAB-PAP-QTD-ORIGINAL(WS-PAP-IDX)
                   TO WS-PAP-LOG-ANTES
               MOVE TAB-PAP-QTD(WS-PAP-IDX) TO WS-PAP-LOG-DEPOIS
               COMPUTE WS-PAP-LOG-VALOR = TAB-PAP-QTD(WS-PAP-IDX)
                   * TAB-PAP-CUSTO(WS-PAP-IDX)
               PERFORM P-PED-APROVA-LOG.

       P-PED-APROVA-GRAVA-LINHA-FIM.
           EXIT.

       P-PED-APROVA-RECUSA.
           MOVE SPACES TO WS-PAP-MOTIVO
           DISPLAY SS-TELA-PAP-RECUSA
           ACCEPT SS-TELA-PAP-RECUSA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-PED-APROVA-RECUSA-FIM.
           IF WS-PAP-MOTIVO = SPACES
               MOVE "Informe o motivo da recusa." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PED-APROVA-RECUSA.

      * Recusa vale para o pedido como foi emitido: desfaz os
      * ajustes feitos na tela
           MOVE ZEROS TO WS-PAP-TOTAL
           PERFORM P-PED-APROVA-RESTAURA
               VARYING WS-PAP-IDX FROM 1 BY 1
               UNTIL WS-PAP-IDX > WS-PAP-USADOS
           MOVE "X" TO WS-PED-SITUACAO-NOVA
           PERFORM P-PED-APROVA-GRAVA-LINHA
               THRU P-PED-APROVA-GRAVA-LINHA-FIM
               VARYING WS-PAP-IDX FROM 1 BY 1
               UNTIL WS-PAP-IDX > WS-PAP-USADOS
           MOVE "X" TO WS-PAP-LOG-ACAO
           MOVE ZEROS TO WS-PAP-LOG-SKU WS-PAP-LOG-ANTES
               WS-PAP-LOG-DEPOIS
           MOVE WS-PAP-TOTAL TO WS-PAP-LOG-VALOR
           PERFORM P-PED-APROVA-LOG
           MOVE "PEDRECUSA" TO WS-AUD-OPERACAO
           MOVE WS-PAP-NUMERO TO WS-AUD-CHAVE
           PERFORM P-GRAVA-AUDITORIA
           MOVE "Pedido recusado." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-PED-APROVA-RECUSA-FIM.
           EXIT.

       P-PED-APROVA-RESTAURA.
           MOVE TAB-PAP-QTD-ORIGINAL(WS-PAP-IDX)
               TO TAB-PAP-QTD(WS-PAP-IDX)
           COMPUTE WS-PAP-TOTAL = WS-PAP-TOTAL
               + TAB-PAP-QTD(WS-PAP-IDX) * TAB-PAP-CUSTO(WS-PAP-IDX).

       P-PED-APROVA-LOG.
           OPEN EXTEND PEDAPROV
           IF WS-STATUS-PEDAPROV = "35"
               OPEN OUTPUT PEDAPROV.
           IF WS-STATUS-PEDAPROV NOT = "00" AND
               WS-STATUS-PEDAPROV NOT = "05"
               MOVE "Erro ao gravar a aprovacao do pedido."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO PAP-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO PAP-MES
               MOVE WS-DATA-SISTEMA(1:4) TO PAP-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO PAP-HORA
               MOVE WS-PAP-NUMERO TO PAP-PEDIDO
               MOVE WS-PAP-LOG-ACAO TO PAP-ACAO
               MOVE WS-PAP-LOG-SKU TO PAP-SKU
               MOVE WS-PAP-LOG-ANTES TO PAP-QTD-ANTES
               MOVE WS-PAP-LOG-DEPOIS TO PAP-QTD-DEPOIS
               MOVE WS-PAP-LOG-VALOR TO PAP-VALOR
               MOVE WS-OP-CODIGO TO PAP-GERENTE
               MOVE WS-PAP-MOTIVO TO PAP-MOTIVO
               WRITE REG-PEDAPROV
               CLOSE PEDAPROV.

      ***************************************************
      * Agenda no calendario (MENU.DAT) um compromisso   *
      * de entrega prevista por fornecedor listado:      *
      * hoje + prazo de entrega, as 08:00 AM, na agenda  *
      * da doca de recebimento                           *
      ***************************************************
       P-AGENDA-ENTREGAS.
           IF WS-AGE-USADOS = ZEROS
               GO TO P-AGENDA-ENTREGAS-FIM.

           MOVE "N" TO WS-AGE-RESP
           DISPLAY "Agendar entregas previstas no calendario? (S/N)"
           ACCEPT WS-AGE-RESP
           IF WS-AGE-RESP NOT = "S" AND WS-AGE-RESP NOT = "s"
               GO TO P-AGENDA-ENTREGAS-FIM.

           PERFORM P-AGENDA-ABRE
           IF WS-STATUS-AGENDA NOT = "00"
               DISPLAY "Erro na abertura do calendario: "
                   WS-STATUS-AGENDA
               GO TO P-AGENDA-ENTREGAS-FIM.

           MOVE ZEROS TO WS-AGE-AGENDADOS
           PERFORM P-AGENDA-UMA
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > WS-AGE-USADOS
           CLOSE AGENDA

           DISPLAY "Entregas agendadas: " WS-AGE-AGENDADOS
           GO TO P-AGENDA-ENTREGAS-FIM.

       P-AGENDA-ABRE.
           OPEN I-O AGENDA
           IF WS-STATUS-AGENDA = "30" OR WS-STATUS-AGENDA = "35"
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN I-O AGENDA.

       P-AGENDA-UMA.
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO WS-AGE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-AGE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-AGE-ANO
           PERFORM P-AGENDA-AVANCA-DIA
               TAB-AGE-PRAZO(WS-AGE-IDX) TIMES
           MOVE "AM" TO AGE-MERIDIEM
           MOVE "08" TO AGE-HORA
           MOVE "00" TO AGE-MINUTO
           MOVE "DOCA" TO AGE-AGENDA
           MOVE SPACES TO AGE-NOME
           STRING "Entrega " DELIMITED BY SIZE
               TAB-AGE-FORN(WS-AGE-IDX) DELIMITED BY SIZE
               VARYING WS-REPO-IDX FROM 1 BY 1
               UNTIL WS-REPO-IDX > 200

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO WS-REPO-CORTE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-REPO-CORTE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-REPO-CORTE-ANO
      * Rotinas de venda         *
      ***************************
       P-VENDA-INTRO.
           MOVE ZEROS TO WS-CST-USADOS WS-CST-ITENS WS-CST-TOTAL
           MOVE SPACES TO WS-CST-ULTIMO WS-BUSCA-LOCAL.

      * A cesta fica so em memoria ate o fechamento: enquanto o
      * operador inclui e cancela linhas nada e gravado
       P-VENDA-CESTA.
           MOVE "N" TO WS-CST-FIM
           PERFORM P-VENDA-CESTA-ITEM THRU P-VENDA-CESTA-ITEM-FIM
               UNTIL WS-CST-FIM NOT = "N"
           IF WS-CST-FIM = "D"
               MOVE "Venda abandonada: nada foi gravado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-FIM.

           MOVE ZEROS TO WS-FIADO-CLIENTE WS-VLT-NUMERO
           MOVE "N" TO WS-VENDA-FIADO-RESP
           MOVE SPACES TO WS-VENDA-FORMA
           DISPLAY SS-TELA-VENDA
           ACCEPT SS-TELA-VENDA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY.
           IF WS-CODIGO-ESC = 01
               GO TO P-VENDA-CESTA.

           PERFORM P-VENDA-NORMALIZA-FORMA

      * Conferencia de toda a cesta antes de gravar qualquer
      * linha: se um item nao tiver estoque livre a venda
      * inteira volta para a cesta
           PERFORM P-VENDA-CESTA-CONFERE THRU P-VENDA-CESTA-CONFERE-FIM
           IF WS-CST-OK = "N"
               GO TO P-VENDA-CESTA.

      * O dia pode ter sido fechado enquanto a cesta estava
      * aberta
           PERFORM P-DATA-MOVIMENTO
           IF WS-DTM-SITUACAO = "F"
               MOVE "Dia de movimento fechado: venda recusada."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-FIM.

      * Vale-troca apresentado: tem que existir, ter saldo e
      * estar no prazo, senao a venda volta para a cesta
           PERFORM P-VALE-CONFERE THRU P-VALE-CONFERE-FIM
           IF WS-VLT-OK = "N"
               GO TO P-VENDA-CESTA.

      * Cliente identificado: mostra o saldo de pontos e aceita
      * o resgate como desconto antes do fiado e da gravacao
           PERFORM P-PONTOS-RESGATE THRU P-PONTOS-RESGATE-FIM

      * O vale paga ate o total ja liquido dos pontos; o que
      * sobrar fica de saldo no proprio vale
           MOVE ZEROS TO WS-VLT-USO
           IF WS-VLT-NUMERO NOT = ZEROS
               IF VLT-SALDO < WS-CST-TOTAL
                   MOVE VLT-SALDO TO WS-VLT-USO
               ELSE
                   MOVE WS-CST-TOTAL TO WS-VLT-USO.
           MOVE WS-VLT-USO TO WS-VLT-RESTA

           PERFORM P-CUPOM-PROXIMO
           PERFORM P-VENDA-FIADO THRU P-VENDA-FIADO-FIM

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO VND-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO VND-MES
           MOVE WS-DATA-SISTEMA(1:4) TO VND-ANO
           PERFORM P-CUPOM-ABRE THRU P-CUPOM-ABRE-FIM
           IF WS-CUPOM-ABERTO = "S"
               PERFORM P-CUPOM-CABECALHO.

           MOVE ZEROS TO WS-PTS-DESC-ACUM WS-PTS-GANHO-CALC
               WS-PTS-BASE
           PERFORM P-VENDA-CESTA-POSTA THRU P-VENDA-CESTA-POSTA-FIM
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-USADOS

           IF WS-PTS-CLIENTE-OK = "S"
               PERFORM P-PONTOS-GRAVA-VENDA
                   THRU P-PONTOS-GRAVA-VENDA-FIM.

           IF WS-VLT-USO > ZEROS
               PERFORM P-VALE-BAIXA THRU P-VALE-BAIXA-FIM.

           IF WS-CUPOM-ABERTO = "S"
               IF WS-PTS-DESCONTO > ZEROS
                   MOVE WS-PTS-DESCONTO TO WS-CUPOM-TOTAL-PRINT
                   MOVE WS-PTS-RESGATE TO WS-PTS-PRINT
                   MOVE SPACES TO WS-LINHA-CUPOM
                   STRING "DESCONTO PONTOS (" DELIMITED BY SIZE
                       WS-PTS-PRINT DELIMITED BY SIZE
                       " pts) -R$" DELIMITED BY SIZE
                       WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
                       INTO WS-LINHA-CUPOM
                   MOVE WS-LINHA-CUPOM TO REG-CUPOM
                   WRITE REG-CUPOM
               END-IF
               MOVE WS-CST-TOTAL TO WS-CUPOM-TOTAL-PRINT
               MOVE SPACES TO WS-LINHA-CUPOM
               STRING "TOTAL (" DELIMITED BY SIZE
                   WS-CST-ITENS DELIMITED BY SIZE
                   " itens) R$" DELIMITED BY SIZE
                   WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
               MOVE WS-LINHA-CUPOM TO REG-CUPOM
               WRITE REG-CUPOM
               IF WS-VLT-USO > ZEROS
                   PERFORM P-VALE-CUPOM-PAGTO
               END-IF
               IF WS-PTS-CLIENTE-OK = "S"
                   MOVE WS-PTS-GANHOS TO WS-PTS-PRINT
                   MOVE WS-PTS-SALDO TO WS-PTS-SALDO-PRINT
                   MOVE SPACES TO WS-LINHA-CUPOM
                   STRING "Pontos ganhos: " DELIMITED BY SIZE
                       WS-PTS-PRINT DELIMITED BY SIZE
                       "  Saldo de pontos: " DELIMITED BY SIZE
                       WS-PTS-SALDO-PRINT DELIMITED BY SIZE
                       INTO WS-LINHA-CUPOM
                   MOVE WS-LINHA-CUPOM TO REG-CUPOM
                   WRITE REG-CUPOM
               END-IF
               PERFORM P-CUPOM-RODAPE.

           MOVE SPACES TO WS-MENSAGEM
           STRING "Venda registrada: cupom Nr " DELIMITED BY SIZE
               WS-CUPOM-NUM DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-VENDA-FIM.

      ****************************************
      * Uma linha da cesta por vez: inclui,   *
      * cancela uma linha ja digitada, lista  *
      * a cesta ou fecha a venda              *
      ****************************************
       P-VENDA-CESTA-ITEM.
           MOVE ZEROS TO WS-BUSCA-SKU WS-VENDA-QTD WS-CST-LINHA
               WS-BAL-CODIGO
           MOVE SPACES TO WS-CST-ACAO
           DISPLAY SS-TELA-VENDA-ITEM
           ACCEPT SS-TELA-VENDA-ITEM
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               MOVE "D" TO WS-CST-FIM
               GO TO P-VENDA-CESTA-ITEM-FIM.

           IF WS-CST-ACAO = "L" OR "l"
               PERFORM P-VENDA-CESTA-LISTA
               GO TO P-VENDA-CESTA-ITEM-FIM.

           IF WS-CST-ACAO = "C" OR "c"
               PERFORM P-VENDA-CESTA-CANCELA
               GO TO P-VENDA-CESTA-ITEM-FIM.

           IF WS-CST-ACAO = "F" OR WS-CST-ACAO = "f" OR
               (WS-CST-ACAO = SPACES AND WS-BUSCA-SKU = ZEROS
                AND WS-BAL-CODIGO = ZEROS)
               IF WS-CST-ITENS = ZEROS
                   MOVE "Cesta vazia: inclua um item ou ESC."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               ELSE
                   MOVE "F" TO WS-CST-FIM
               END-IF
               GO TO P-VENDA-CESTA-ITEM-FIM.

           IF WS-CST-USADOS NOT < 30
               MOVE "Cesta cheia: feche esta venda." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-CESTA-ITEM-FIM.

      * Etiqueta da balanca: o SKU e o peso ou o preco saem do
      * proprio codigo de barras
           MOVE "N" TO WS-BAL-TEM-PESO WS-BAL-TEM-PRECO
               WS-BAL-DIVERGE
           IF WS-BAL-CODIGO NOT = ZEROS
               PERFORM P-BALANCA-DECODIFICA
                   THRU P-BALANCA-DECODIFICA-FIM
               IF WS-BAL-OK = "N"
                   GO TO P-VENDA-CESTA-ITEM-FIM.

           IF WS-VENDA-QTD = ZEROS AND WS-BAL-TEM-PRECO = "N"
               MOVE "Erro: informe a quantidade." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-CESTA-ITEM-FIM.

           MOVE WS-BUSCA-SKU TO SKU
           MOVE WS-BUSCA-LOCAL TO LOCAL
           READ ARQUIVO INTO PRODUTO KEY IS CHAVE-PRODUTO INVALID KEY
               MOVE "Registro nao encontrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-CESTA-ITEM-FIM.

           IF WS-STATUS-ARQUIVO = "51"
               PERFORM P-AVISA-REGISTRO-EM-USO
               GO TO P-VENDA-CESTA-ITEM-FIM.

           MOVE VALOR-VENDA TO WS-PRECO-VENDA-EFETIVO
           MOVE SKU TO PROMO-SKU
           IF WS-PROMO-ATIVA = "S"
               MOVE WS-PROMO-PRECO-ATIVO TO WS-PRECO-VENDA-EFETIVO.

           IF WS-BAL-TEM-PESO = "S" OR WS-BAL-TEM-PRECO = "S"
               PERFORM P-BALANCA-CONFERE THRU P-BALANCA-CONFERE-FIM
               IF WS-BAL-OK = "N"
                   GO TO P-VENDA-CESTA-ITEM-FIM.

           ADD 1 TO WS-CST-USADOS
           MOVE WS-CST-USADOS TO WS-CST-IDX
           MOVE SKU TO TAB-CST-SKU(WS-CST-IDX)
           MOVE LOCAL TO TAB-CST-LOCAL(WS-CST-IDX)
           MOVE NOME TO TAB-CST-NOME(WS-CST-IDX)
           MOVE TIPO-PRODUTO TO TAB-CST-TIPO(WS-CST-IDX)
           MOVE WS-VENDA-QTD TO TAB-CST-QTD(WS-CST-IDX)
           MOVE WS-PRECO-VENDA-EFETIVO TO TAB-CST-PRECO(WS-CST-IDX)
           IF TIPO-PRODUTO = "P"
      * granel: a quantidade esta em gramas e o preco e por kg
               COMPUTE TAB-CST-TOTAL(WS-CST-IDX) ROUNDED =
                   WS-PRECO-VENDA-EFETIVO * WS-VENDA-QTD / 1000
           ELSE
               MULTIPLY WS-PRECO-VENDA-EFETIVO BY WS-VENDA-QTD
                   GIVING TAB-CST-TOTAL(WS-CST-IDX)
           END-IF
           MOVE "A" TO TAB-CST-SITU(WS-CST-IDX)
           MOVE WS-BAL-DIVERGE TO TAB-CST-BALANCA(WS-CST-IDX)
           ADD TAB-CST-TOTAL(WS-CST-IDX) TO WS-CST-TOTAL
           ADD 1 TO WS-CST-ITENS
           MOVE NOME TO WS-CST-ULTIMO.

       P-VENDA-CESTA-ITEM-FIM.
           EXIT.

       P-VENDA-CESTA-CANCELA.
           IF WS-CST-LINHA = ZEROS OR WS-CST-LINHA > WS-CST-USADOS
               MOVE "Erro: linha inexistente na cesta." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE IF TAB-CST-SITU(WS-CST-LINHA) = "C"
               MOVE "Essa linha ja estava cancelada." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               MOVE "C" TO TAB-CST-SITU(WS-CST-LINHA)
               SUBTRACT TAB-CST-TOTAL(WS-CST-LINHA) FROM WS-CST-TOTAL
               SUBTRACT 1 FROM WS-CST-ITENS
               MOVE SPACES TO WS-MENSAGEM
               STRING "Linha " DELIMITED BY SIZE
                   WS-CST-LINHA DELIMITED BY SIZE
                   " cancelada: " DELIMITED BY SIZE
                   TAB-CST-NOME(WS-CST-LINHA) DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-VENDA-CESTA-LISTA.
           DISPLAY SS-TELA-MOSTRA-LISTA
           DISPLAY "Cesta da venda em andamento:"
           PERFORM P-VENDA-CESTA-LISTA-LINHA
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-USADOS
           MOVE WS-CST-TOTAL TO WS-CUPOM-TOTAL-PRINT
           DISPLAY "Total parcial: " WS-CST-ITENS " itens, R$"
               WS-CUPOM-TOTAL-PRINT
           DISPLAY "Aperte o ENTER para prosseguir..."
           ACCEPT WS-CODIGO-ESC.

       P-VENDA-CESTA-LISTA-LINHA.
           MOVE TAB-CST-PRECO(WS-CST-IDX) TO WS-CUPOM-UNIT-PRINT
           MOVE TAB-CST-TOTAL(WS-CST-IDX) TO WS-CUPOM-TOTAL-PRINT
           IF TAB-CST-SITU(WS-CST-IDX) = "C"
               MOVE "CANCELADA" TO WS-CST-MARCA
           ELSE IF TAB-CST-BALANCA(WS-CST-IDX) = "S"
               MOVE "PRECO DIV" TO WS-CST-MARCA
           ELSE
               MOVE SPACES TO WS-CST-MARCA.
           DISPLAY WS-CST-IDX ". " TAB-CST-SKU(WS-CST-IDX) " "
               TAB-CST-NOME(WS-CST-IDX) " " TAB-CST-QTD(WS-CST-IDX)
               " x R$" WS-CUPOM-UNIT-PRINT " = R$"
               WS-CUPOM-TOTAL-PRINT " " WS-CST-MARCA.

      ****************************************
      * Conferencia da cesta: soma o que cada *
      * linha consome por SKU e local (kits   *
      * pelos componentes, o mesmo SKU em     *
      * duas linhas acumula) e confronta com  *
      * o estoque menos o reservado em        *
      * encomendas abertas                    *
      ****************************************
       P-VENDA-CESTA-CONFERE.
           MOVE "S" TO WS-CST-OK
           MOVE ZEROS TO WS-NEC-USADOS
           PERFORM P-CST-NEC-LINHA THRU P-CST-NEC-LINHA-FIM
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-USADOS OR WS-CST-OK = "N"
           IF WS-CST-OK = "N"
               GO TO P-VENDA-CESTA-CONFERE-FIM.

           PERFORM P-CST-NEC-CONFERE THRU P-CST-NEC-CONFERE-FIM
               VARYING WS-NEC-IDX FROM 1 BY 1
               UNTIL WS-NEC-IDX > WS-NEC-USADOS OR WS-CST-OK = "N"
           GO TO P-VENDA-CESTA-CONFERE-FIM.

       P-CST-NEC-LINHA.
           IF TAB-CST-SITU(WS-CST-IDX) = "C"
               GO TO P-CST-NEC-LINHA-FIM.

           MOVE TAB-CST-LOCAL(WS-CST-IDX) TO WS-BUSCA-LOCAL
           IF TAB-CST-TIPO(WS-CST-IDX) NOT = "K"
               MOVE TAB-CST-SKU(WS-CST-IDX) TO WS-NEC-SKU
               MOVE TAB-CST-QTD(WS-CST-IDX) TO WS-NEC-QTD
               PERFORM P-CST-NEC-SOMA THRU P-CST-NEC-SOMA-FIM
               GO TO P-CST-NEC-LINHA-FIM.

      * Kit: o consumo e o dos componentes
           MOVE TAB-CST-SKU(WS-CST-IDX) TO WS-KIT-SKU-VENDA
           MOVE TAB-CST-QTD(WS-CST-IDX) TO WS-KIT-QTD-VENDA
           MOVE ZEROS TO WS-KIT-COMPONENTES
           MOVE WS-KIT-SKU-VENDA TO KIT-SKU
           MOVE ZEROS TO KIT-COMPONENTE
           MOVE "N" TO WS-KIT-EOF
           START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY MOVE "S" TO WS-KIT-EOF
           END-START
           PERFORM P-CST-NEC-KIT-LE UNTIL WS-KIT-EOF = "S"
           IF WS-KIT-COMPONENTES = ZEROS AND WS-CST-OK = "S"
               MOVE SPACES TO WS-MENSAGEM
               STRING "Erro: kit " DELIMITED BY SIZE
                   WS-KIT-SKU-VENDA DELIMITED BY SIZE
                   " sem composicao cadastrada." DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "N" TO WS-CST-OK.

       P-CST-NEC-LINHA-FIM.
           EXIT.

       P-CST-NEC-KIT-LE.
           READ KITCOMP NEXT RECORD
           AT END MOVE "S" TO WS-KIT-EOF.
           IF WS-KIT-EOF = "N"
               IF KIT-SKU NOT = WS-KIT-SKU-VENDA
                   MOVE "S" TO WS-KIT-EOF
               ELSE
                   ADD 1 TO WS-KIT-COMPONENTES
                   MOVE KIT-COMPONENTE TO WS-NEC-SKU
                   COMPUTE WS-NEC-QTD =
                       KIT-QTD * WS-KIT-QTD-VENDA
                   PERFORM P-CST-NEC-SOMA THRU P-CST-NEC-SOMA-FIM.

       P-CST-NEC-SOMA.
           MOVE "N" TO WS-NEC-ACHOU
           PERFORM P-CST-NEC-BUSCA
               VARYING WS-NEC-IDX FROM 1 BY 1
               UNTIL WS-NEC-IDX > WS-NEC-USADOS OR
                     WS-NEC-ACHOU = "S"
           IF WS-NEC-ACHOU = "N"
               IF WS-NEC-USADOS NOT < 100
                   MOVE "Erro: cesta grande demais para conferir."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   MOVE "N" TO WS-CST-OK
                   MOVE "S" TO WS-KIT-EOF
                   GO TO P-CST-NEC-SOMA-FIM
               END-IF
               ADD 1 TO WS-NEC-USADOS
               MOVE WS-NEC-USADOS TO WS-NEC-IDX
               MOVE WS-NEC-SKU TO TAB-NEC-SKU(WS-NEC-IDX)
               MOVE WS-BUSCA-LOCAL TO TAB-NEC-LOCAL(WS-NEC-IDX)
               MOVE ZEROS TO TAB-NEC-QTD(WS-NEC-IDX).
           ADD WS-NEC-QTD TO TAB-NEC-QTD(WS-NEC-IDX).

       P-CST-NEC-SOMA-FIM.
           EXIT.

       P-CST-NEC-BUSCA.
           IF TAB-NEC-SKU(WS-NEC-IDX) = WS-NEC-SKU AND
               TAB-NEC-LOCAL(WS-NEC-IDX) = WS-BUSCA-LOCAL
               MOVE "S" TO WS-NEC-ACHOU
               SUBTRACT 1 FROM WS-NEC-IDX.

       P-CST-NEC-CONFERE.
           MOVE TAB-NEC-SKU(WS-NEC-IDX) TO SKU
           MOVE TAB-NEC-LOCAL(WS-NEC-IDX) TO LOCAL
           READ ARQUIVO INVALID KEY
               MOVE SPACES TO WS-MENSAGEM
               STRING "Erro: SKU " DELIMITED BY SIZE
                   TAB-NEC-SKU(WS-NEC-IDX) DELIMITED BY SIZE
                   " sem registro no local " DELIMITED BY SIZE
                   TAB-NEC-LOCAL(WS-NEC-IDX) DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "N" TO WS-CST-OK
               GO TO P-CST-NEC-CONFERE-FIM.

           IF WS-STATUS-ARQUIVO = "51"
               PERFORM P-AVISA-REGISTRO-EM-USO
               MOVE "N" TO WS-CST-OK
               GO TO P-CST-NEC-CONFERE-FIM.

           PERFORM P-CALC-ESTOQUE-TOTAL
      * O que esta reservado em encomendas abertas nao pode
      * ser vendido no balcao
           MOVE SKU TO WS-ENC-RSV-SKU
           MOVE LOCAL TO WS-ENC-RSV-LOCAL
           PERFORM P-ENC-RESERVADO
           IF WS-ENC-RESERVADO NOT < WS-QTD-ESTOQUE-TOTAL
               MOVE ZEROS TO WS-QTD-ESTOQUE-TOTAL
           ELSE
               SUBTRACT WS-ENC-RESERVADO FROM WS-QTD-ESTOQUE-TOTAL.
           IF TAB-NEC-QTD(WS-NEC-IDX) > WS-QTD-ESTOQUE-TOTAL
               MOVE SPACES TO WS-MENSAGEM
               STRING "Estoque insuficiente: SKU " DELIMITED BY SIZE
                   TAB-NEC-SKU(WS-NEC-IDX) DELIMITED BY SIZE
                   " local " DELIMITED BY SIZE
                   TAB-NEC-LOCAL(WS-NEC-IDX) DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "N" TO WS-CST-OK.

       P-CST-NEC-CONFERE-FIM.
           EXIT.

       P-VENDA-CESTA-CONFERE-FIM.
           EXIT.

      ****************************************
      * Gravacao de uma linha da cesta ja     *
      * conferida: baixa pelo FEFO (kit pelos *
      * componentes) e linha de VENDAS.DAT    *
      * com o cupom unico da venda            *
      ****************************************
       P-VENDA-CESTA-POSTA.
           IF TAB-CST-SITU(WS-CST-IDX) = "C"
               GO TO P-VENDA-CESTA-POSTA-FIM.

           MOVE TAB-CST-LOCAL(WS-CST-IDX) TO WS-BUSCA-LOCAL
           IF TAB-CST-TIPO(WS-CST-IDX) = "K"
               MOVE TAB-CST-SKU(WS-CST-IDX) TO WS-KIT-SKU-VENDA
               MOVE TAB-CST-QTD(WS-CST-IDX) TO WS-KIT-QTD-VENDA
               MOVE WS-KIT-SKU-VENDA TO KIT-SKU
               MOVE ZEROS TO KIT-COMPONENTE
               MOVE "N" TO WS-KIT-EOF
               START KITCOMP KEY IS NOT LESS THAN KIT-CHAVE
                   INVALID KEY MOVE "S" TO WS-KIT-EOF
               END-START
               PERFORM P-VENDA-KIT-BAIXA UNTIL WS-KIT-EOF = "S".

      * Recarrega o item (o kit com o proprio nome e tipo) para
      * gravar a venda
           MOVE TAB-CST-SKU(WS-CST-IDX) TO SKU
           MOVE TAB-CST-LOCAL(WS-CST-IDX) TO LOCAL
           READ ARQUIVO INVALID KEY
               DISPLAY "Erro ao reler o item " SKU
               GO TO P-VENDA-CESTA-POSTA-FIM.

           IF TIPO-PRODUTO NOT = "K"
               MOVE TAB-CST-QTD(WS-CST-IDX) TO WS-VENDA-QTD
               PERFORM P-VENDA-BAIXA-ESTOQUE
               REWRITE PRODUTO INVALID KEY
                   DISPLAY "Erro ao baixar o estoque do item " SKU
               END-REWRITE
               MOVE "R" TO WS-JRN-OPERACAO
               PERFORM P-GRAVA-JORNAL.

           MOVE TAB-CST-QTD(WS-CST-IDX) TO WS-VENDA-QTD
           MOVE TAB-CST-PRECO(WS-CST-IDX) TO WS-PRECO-VENDA-EFETIVO
           PERFORM P-VENDA-GRAVA-TRANSACAO
           IF WS-CST-FIADO = "S"
               MOVE "F" TO VND-TIPO
      * fiado nao passa pela gaveta: sem forma de pagamento
               MOVE SPACE TO VND-FORMA-PAGTO.
      * Desconto de pontos rateado nas linhas: VENDAS.DAT guarda
      * o valor efetivamente pago em cada linha
           MOVE ZEROS TO WS-PTS-DESC-LINHA
           IF WS-PTS-DESCONTO > ZEROS
               PERFORM P-PONTOS-RATEIA.
           IF WS-PTS-CLIENTE-OK = "S"
               PERFORM P-PONTOS-ACUMULA.
           MOVE WS-CUPOM-NUM TO VND-CUPOM
           MOVE WS-OP-CODIGO TO VND-OPERADOR
           MOVE LOCAL TO VND-LOCAL
           MOVE ZEROS TO VND-ENCOMENDA
           IF WS-VLT-RESTA > ZEROS
               PERFORM P-VALE-LINHA THRU P-VALE-LINHA-FIM
           ELSE
               WRITE REG-VENDAS.
      * o cupom mostra o item pelo valor cheio; o desconto sai
      * numa linha propria antes do total
           IF WS-CUPOM-ABERTO = "S"
               ADD WS-PTS-DESC-LINHA TO VND-VALOR-TOTAL
               PERFORM P-CUPOM-ITEM.

       P-VENDA-CESTA-POSTA-FIM.
           EXIT.

      ****************************************
      * A baixa consome sempre a validade     *
               LOTE-QTD-ESTOQUE(WS-CMP-ORIGEM).

       P-VENDA-GRAVA-TRANSACAO.
           PERFORM P-DATA-MOVIMENTO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO VND-HORA
           MOVE SKU TO VND-SKU
               MOVE "D" TO WS-VENDA-FORMA.

      ****************************************
      * Baixa dos componentes de um kit pelo  *
      * FEFO; a venda e gravada com o preco   *
      * do kit num unico registro             *
      ****************************************
       P-VENDA-KIT-BAIXA.
           READ KITCOMP NEXT RECORD
           AT END MOVE "S" TO WS-KIT-EOF.
                   MOVE "R" TO WS-JRN-OPERACAO
                   PERFORM P-GRAVA-JORNAL.

       P-VENDA-FIM.
           EXIT.

               CLOSE CUPOMSEQ.

       P-CUPOM-EMITE.
           PERFORM P-CUPOM-ABRE THRU P-CUPOM-ABRE-FIM
           IF WS-CUPOM-ABERTO = "N"
               GO TO P-CUPOM-EMITE-FIM.
           PERFORM P-CUPOM-CABECALHO
           PERFORM P-CUPOM-ITEM
           PERFORM P-CUPOM-RODAPE
           GO TO P-CUPOM-EMITE-FIM.

       P-CUPOM-ABRE.
           MOVE "N" TO WS-CUPOM-ABERTO
           OPEN EXTEND CUPOM
           IF WS-STATUS-CUPOM = "35"
               OPEN OUTPUT CUPOM.
               WS-STATUS-CUPOM NOT = "05"
               MOVE "Erro ao emitir o cupom." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CUPOM-ABRE-FIM.
           MOVE "S" TO WS-CUPOM-ABERTO.

       P-CUPOM-ABRE-FIM.
           EXIT.

       P-CUPOM-CABECALHO.
           MOVE ALL "-" TO REG-CUPOM
           WRITE REG-CUPOM

               VND-ANO DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM.

       P-CUPOM-ITEM.
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "SKU " DELIMITED BY SIZE
               VND-SKU DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
           END-IF
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM.

       P-CUPOM-RODAPE.
           MOVE "Obrigado pela preferencia!" TO REG-CUPOM
           WRITE REG-CUPOM

               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CUPOM-REIMPRIME-FIM.

           MOVE ZEROS TO WS-REIMP-LINHAS WS-REIMP-TOTAL WS-REIMP-VALE
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CUPOM-REIMPRIME-LE UNTIL WS-CHAVE-EOF-SIM

           IF WS-REIMP-LINHAS > ZEROS
               MOVE WS-REIMP-TOTAL TO WS-CUPOM-TOTAL-PRINT
               MOVE SPACES TO WS-LINHA-CUPOM
               STRING "TOTAL R$" DELIMITED BY SIZE
                   WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-CUPOM
               MOVE WS-LINHA-CUPOM TO REG-CUPOM
               WRITE REG-CUPOM
               IF WS-REIMP-VALE > ZEROS
                   MOVE WS-REIMP-VALE TO WS-CUPOM-TOTAL-PRINT
                   MOVE SPACES TO WS-LINHA-CUPOM
                   STRING "PAGO COM VALE-TROCA R$" DELIMITED BY SIZE
                       WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
                       INTO WS-LINHA-CUPOM
                   MOVE WS-LINHA-CUPOM TO REG-CUPOM
                   WRITE REG-CUPOM
               END-IF
               MOVE "Obrigado pela preferencia!" TO REG-CUPOM
               WRITE REG-CUPOM
               MOVE ALL "-" TO REG-CUPOM
                       PERFORM P-CUPOM-REIMPRIME-CABEC
                   END-IF
                   PERFORM P-CUPOM-REIMPRIME-LINHA
                   IF VND-TIPO NOT = "D"
                       ADD VND-VALOR-TOTAL TO WS-REIMP-TOTAL
                       IF VND-FORMA-PAGTO = "V"
                           ADD VND-VALOR-TOTAL TO WS-REIMP-VALE
                       END-IF
                   END-IF
                   ADD 1 TO WS-REIMP-LINHAS.

       P-CUPOM-REIMPRIME-CABEC.
           IF WS-CHAVE-VALIDA-FORM = "N"
               GO TO P-ENTRADA-FIM.

           PERFORM P-ENTRADA-VALIDA-PEDIDO
               THRU P-ENTRADA-VALIDA-PEDIDO-FIM
           IF WS-CHAVE-VALIDA-FORM = "N"
               GO TO P-ENTRADA-FIM.

           MOVE WS-BUSCA-SKU TO SKU
           MOVE WS-BUSCA-LOCAL TO LOCAL
           READ ARQUIVO INTO PRODUTO KEY IS CHAVE-PRODUTO INVALID KEY
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENTRADA-FIM.

           MOVE VALOR-CUSTO TO WS-HIST-CUSTO-ANTERIOR
           MOVE VALOR-VENDA TO WS-HIST-VENDA-ANTERIOR
           PERFORM P-ENTRADA-CUSTO-MEDIO

           IF WS-ENT-VAL-DIA = DIA AND
               WS-ENT-VAL-MES = MES AND
               WS-ENT-VAL-ANO = ANO
               ADD WS-ENT-QTD TO LOTE-QTD-ESTOQUE(WS-LOTE-IDX)
               MOVE "S" TO WS-ENT-ACHOU-LOTE.

      ****************************************
      * Custo medio ponderado: o saldo em     *
      * estoque (todos os lotes) fica no      *
      * custo atual e a remessa entra no      *
      * custo da nota. Sem saldo ou sem custo *
      * anterior vale o custo da nota; nota   *
      * sem custo nao mexe no cadastro        *
      ****************************************
       P-ENTRADA-CUSTO-MEDIO.
           MOVE QTD-ESTOQUE TO WS-ENT-SALDO
           PERFORM P-ENTRADA-SOMA-LOTE
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > QTD-LOTES-ADICIONAIS
           IF WS-ENT-CUSTO > ZEROS
               IF WS-ENT-SALDO = ZEROS OR VALOR-CUSTO = ZEROS
                   MOVE WS-ENT-CUSTO TO VALOR-CUSTO
               ELSE
                   COMPUTE VALOR-CUSTO ROUNDED =
                       (WS-ENT-SALDO * VALOR-CUSTO +
                        WS-ENT-QTD * WS-ENT-CUSTO) /
                       (WS-ENT-SALDO + WS-ENT-QTD).

       P-ENTRADA-SOMA-LOTE.
           ADD LOTE-QTD-ESTOQUE(WS-LOTE-IDX) TO WS-ENT-SALDO.

       P-ENTRADA-REESCREVE.
           REWRITE PRODUTO INVALID KEY
               MOVE "Erro ao gravar a entrada." TO WS-MENSAGEM
               GO TO P-ENTRADA-FIM.

           MOVE "R" TO WS-JRN-OPERACAO
           PERFORM P-GRAVA-JORNAL
           IF VALOR-CUSTO NOT = WS-HIST-CUSTO-ANTERIOR
               PERFORM P-EDIT-GRAVA-HISTORICO.

       P-ENTRADA-GRAVA-RECIBO.
           OPEN EXTEND RECEBTOS
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENTRADA-FIM.

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO ENT-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO ENT-MES
           MOVE WS-DATA-SISTEMA(1:4) TO ENT-ANO
           MOVE FORN-NOME TO ENT-FORN-NOME
           MOVE WS-ENT-QTD TO ENT-QTD
           MOVE WS-ENT-CUSTO TO ENT-CUSTO-UNITARIO
           MOVE WS-ENT-PEDIDO TO ENT-PEDIDO
           WRITE REG-RECEBTOS
           CLOSE RECEBTOS

               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ENTRADA-CONFERE-PEDIDO-FIM.

           IF PED-SITUACAO = "P" OR PED-SITUACAO = "X"
               GO TO P-ENTRADA-CONFERE-PEDIDO-FIM.

           ADD WS-ENT-QTD TO PED-QTD-RECEBIDA
           IF PED-QTD-RECEBIDA NOT < PED-QTD-PEDIDA
               MOVE "R" TO PED-SITUACAO.
           MOVE CAP-NUMERO TO WS-CAP-PROX
           ADD 1 TO WS-CAP-PROX

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO WS-AGE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-AGE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-AGE-ANO
           READ CONTAPAG NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.

      ****************************************
      * Entrada contra pedido so para pedido  *
      * liberado: pendente de aprovacao ou    *
      * recusado pelo gerente nao recebe      *
      ****************************************
       P-ENTRADA-VALIDA-PEDIDO.
           MOVE "S" TO WS-CHAVE-VALIDA-FORM
           IF WS-ENT-PEDIDO = ZEROS
               GO TO P-ENTRADA-VALIDA-PEDIDO-FIM.

           MOVE WS-ENT-PEDIDO TO PED-NUMERO
           MOVE WS-BUSCA-SKU TO PED-SKU
           READ PEDCOMP INVALID KEY
               GO TO P-ENTRADA-VALIDA-PEDIDO-FIM.

           IF PED-SITUACAO = "P"
               MOVE "Pedido ainda nao aprovado pelo gerente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "N" TO WS-CHAVE-VALIDA-FORM
           ELSE IF PED-SITUACAO = "X"
               MOVE "Pedido (ou item) recusado pelo gerente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "N" TO WS-CHAVE-VALIDA-FORM.

       P-ENTRADA-VALIDA-PEDIDO-FIM.
           EXIT.

      ****************************************
      * A validade da remessa segue as mesmas *
      * regras de dia/mes/bissexto da tela    *
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-INVENT-FIM.

           PERFORM P-DATA-MOVIMENTO
           MOVE SPACES TO WS-LINHA-INVREL
           STRING "Inventario fisico de " DELIMITED BY SIZE
               WS-DATA-SISTEMA(7:2) DELIMITED BY SIZE
           MOVE WS-LINHA-INVREL TO REG-INVREL
           WRITE REG-INVREL

           PERFORM P-CICLO-ABRE
           MOVE ZEROS TO WS-INV-ITENS WS-INV-DIVERGENTES
               WS-INV-TOTAL-VALOR
           DISPLAY SS-TELA-MOSTRA-LISTA
           DISPLAY "Contagem: T=todos os itens  C=ciclica do dia (folha 
      -            "por local): "
           ACCEPT WS-INV-RESP
           IF WS-INV-RESP = "C" OR WS-INV-RESP = "c"
               PERFORM P-CICLO-INTRO THRU P-CICLO-FIM
               GO TO P-INVENT-TOTAIS.

           DISPLAY "Contagem fisica: digite a quantidade contada de cad
      -            "a item."
           MOVE ZEROS TO CHAVE-PRODUTO
           MOVE "N" TO WS-CHAVE-EOF
           START ARQUIVO KEY IS GREATER THAN CHAVE-PRODUTO
           PERFORM P-INVENT-ITEM UNTIL WS-CHAVE-EOF-SIM
               ELSE IF WS-INV-RESP = "S" OR WS-INV-RESP = "s"
                   DISPLAY "Quantidade contada (9999 max): "
                   ACCEPT WS-INV-CONTADO
                   PERFORM P-INVENT-APURA THRU P-INVENT-APURA-FIM
                   PERFORM P-CICLO-MARCA.

       P-INVENT-APURA.
           SUBTRACT WS-QTD-ESTOQUE-TOTAL FROM WS-INV-CONTADO
           WRITE REG-INVREL

           CLOSE AJUSTES INVREL
           PERFORM P-CICLO-FECHA

           DISPLAY "Inventario encerrado. " WS-INV-DIVERGENTES
               " divergencias. Relatorio em INVREL.LST."
       P-INVENT-FIM.
           EXIT.

      ****************************************
      * Contagem ciclica: folha do dia por    *
      * local com os itens vencidos no plano  *
      * do CLASSABC; a contagem segue o mesmo *
      * acerto do inventario (AJUSTES.DAT) e  *
      * reagenda o item conforme a classe     *
      ****************************************
       P-CICLO-INTRO.
           IF WS-CIC-ABERTO NOT = "S"
               MOVE "Plano de contagem ciclica nao gerado (CICLOCNT)."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CICLO-FIM.

           DISPLAY "Local a contar (ex.: 01): "
           ACCEPT WS-CIC-LOCAL
           OPEN OUTPUT CICLOFOL
           IF WS-STATUS-CICLOFOL NOT = "00"
               MOVE "Erro ao abrir a folha de contagem."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CICLO-FIM.

           MOVE WS-DATA-SISTEMA TO WS-CIC-HOJE
           STRING "Folha de contagem ciclica - local " DELIMITED BY SIZE
               WS-CIC-LOCAL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-DATA-SISTEMA(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DATA-SISTEMA(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-DATA-SISTEMA(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-CICLOFOL
           PERFORM P-CICLO-GRAVA-LINHA
           MOVE "SKU  Nome                           Cl Prevista"
               TO WS-LINHA-CICLOFOL
           MOVE "Contado" TO WS-LINHA-CICLOFOL(52:7)
           PERFORM P-CICLO-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-CICLOFOL
           PERFORM P-CICLO-GRAVA-LINHA

           MOVE ZEROS TO WS-CIC-ITENS
           MOVE "L" TO WS-CIC-MODO
           PERFORM P-CICLO-VARRE THRU P-CICLO-VARRE-FIM

           MOVE ALL "-" TO WS-LINHA-CICLOFOL
           PERFORM P-CICLO-GRAVA-LINHA
           STRING "Itens a contar: " DELIMITED BY SIZE
               WS-CIC-ITENS DELIMITED BY SIZE
               INTO WS-LINHA-CICLOFOL
           PERFORM P-CICLO-GRAVA-LINHA
           CLOSE CICLOFOL

           IF WS-CIC-ITENS = ZEROS
               DISPLAY "Nada a contar hoje no local " WS-CIC-LOCAL "."
               GO TO P-CICLO-FIM.

           DISPLAY "Folha com " WS-CIC-ITENS
               " itens gravada em CICLOFOL.LST."
           DISPLAY "Lancar as contagens agora? (S/N): "
           ACCEPT WS-INV-RESP
           IF WS-INV-RESP = "S" OR WS-INV-RESP = "s"
               MOVE "C" TO WS-CIC-MODO
               PERFORM P-CICLO-VARRE THRU P-CICLO-VARRE-FIM.

       P-CICLO-FIM.
           EXIT.

       P-CICLO-VARRE.
           MOVE ZEROS TO CIC-SKU
           MOVE SPACES TO CIC-LOCAL
           START CICLOCNT KEY IS NOT LESS THAN CIC-CHAVE
               INVALID KEY GO TO P-CICLO-VARRE-FIM
           END-START
           MOVE "N" TO WS-CIC-EOF
           PERFORM P-CICLO-VARRE-LE UNTIL WS-CIC-EOF = "S".

       P-CICLO-VARRE-FIM.
           EXIT.

       P-CICLO-VARRE-LE.
           READ CICLOCNT NEXT RECORD
           AT END MOVE "S" TO WS-CIC-EOF.
           IF WS-CIC-EOF = "N" AND CIC-LOCAL = WS-CIC-LOCAL AND
               CIC-PROX-CONTAGEM NOT > WS-CIC-HOJE
               PERFORM P-CICLO-ITEM THRU P-CICLO-ITEM-FIM.

       P-CICLO-ITEM.
           MOVE CIC-CHAVE TO CHAVE-PRODUTO
           READ ARQUIVO
               INVALID KEY MOVE "N" TO WS-CIC-ACHOU
               NOT INVALID KEY MOVE "S" TO WS-CIC-ACHOU
           END-READ
           IF WS-CIC-ACHOU = "N" OR TIPO-PRODUTO = "K"
               GO TO P-CICLO-ITEM-FIM.

      * folha cega: sai sem a quantidade de livro
           IF WS-CIC-MODO = "L"
               ADD 1 TO WS-CIC-ITENS
               STRING SKU DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CIC-CLASSE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CIC-PROX-CONTAGEM(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CIC-PROX-CONTAGEM(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CIC-PROX-CONTAGEM(1:4) DELIMITED BY SIZE
                   " __________" DELIMITED BY SIZE
                   INTO WS-LINHA-CICLOFOL
               PERFORM P-CICLO-GRAVA-LINHA
               GO TO P-CICLO-ITEM-FIM.

           PERFORM P-CALC-ESTOQUE-TOTAL
           DISPLAY "SKU " SKU " Loc " LOCAL " " NOME
               " livro: " WS-QTD-ESTOQUE-TOTAL
           DISPLAY "Contar este item? (S=sim N=pula F=encerra): "
           ACCEPT WS-INV-RESP
           IF WS-INV-RESP = "F" OR WS-INV-RESP = "f"
               MOVE "S" TO WS-CIC-EOF
           ELSE IF WS-INV-RESP = "S" OR WS-INV-RESP = "s"
               DISPLAY "Quantidade contada (9999 max): "
               ACCEPT WS-INV-CONTADO
               PERFORM P-INVENT-APURA THRU P-INVENT-APURA-FIM
               PERFORM P-CICLO-MARCA.

       P-CICLO-ITEM-FIM.
           EXIT.

       P-CICLO-GRAVA-LINHA.
           MOVE WS-LINHA-CICLOFOL TO REG-CICLOFOL
           WRITE REG-CICLOFOL
           MOVE SPACES TO WS-LINHA-CICLOFOL.

       P-CICLO-ABRE.
           MOVE "N" TO WS-CIC-ABERTO
           OPEN I-O CICLOCNT
           IF WS-STATUS-CICLOCNT = "00"
               MOVE "S" TO WS-CIC-ABERTO.

       P-CICLO-FECHA.
           IF WS-CIC-ABERTO = "S"
               CLOSE CICLOCNT
               MOVE "N" TO WS-CIC-ABERTO.

      * Item contado (na folha ou no inventario completo): a
      * proxima contagem fica para daqui a 7/30/90 dias conforme
      * a classe; SKU ainda fora do plano entra nele agora
       P-CICLO-MARCA.
           IF WS-CIC-ABERTO = "S" AND TIPO-PRODUTO NOT = "K"
               MOVE CHAVE-PRODUTO TO CIC-CHAVE
               READ CICLOCNT
                   INVALID KEY MOVE "N" TO WS-CIC-ACHOU
                   NOT INVALID KEY MOVE "S" TO WS-CIC-ACHOU
               END-READ
               IF WS-CIC-ACHOU = "S"
                   PERFORM P-CICLO-REAGENDA
                   REWRITE REG-CICLOCNT INVALID KEY
                       DISPLAY "Erro ao marcar a contagem do SKU " SKU
                   END-REWRITE
               ELSE
                   MOVE CHAVE-PRODUTO TO CIC-CHAVE
                   MOVE CLASSE-ABC TO CIC-CLASSE
                   PERFORM P-CICLO-REAGENDA
                   WRITE REG-CICLOCNT INVALID KEY
                       DISPLAY "Erro ao incluir o SKU " SKU
                           " no plano de contagem"
                   END-WRITE.

       P-CICLO-REAGENDA.
           MOVE WS-DATA-SISTEMA TO CIC-ULT-CONTAGEM
           IF CIC-CLASSE = "A"
               MOVE WS-CIC-DIAS-A TO WS-CIC-DIAS
           ELSE IF CIC-CLASSE = "B"
               MOVE WS-CIC-DIAS-B TO WS-CIC-DIAS
           ELSE
               MOVE WS-CIC-DIAS-C TO WS-CIC-DIAS.
           MOVE WS-DATA-SISTEMA(7:2) TO WS-AGE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-AGE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-AGE-ANO
           PERFORM P-AGENDA-AVANCA-DIA WS-CIC-DIAS TIMES
           MOVE WS-AGE-ANO TO CIC-PROX-CONTAGEM(1:4)
           MOVE WS-AGE-MES TO CIC-PROX-CONTAGEM(5:2)
           MOVE WS-AGE-DIA TO CIC-PROX-CONTAGEM(7:2).

      ****************************************
      * Rotinas de transferencia de estoque   *
      * entre locais (filial <-> deposito),   *
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-TRANSFER-FIM.

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO TRF-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO TRF-MES
           MOVE WS-DATA-SISTEMA(1:4) TO TRF-ANO
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO CXM-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO CXM-MES
           IF WS-CODIGO-ESC = 01
               GO TO P-CONTAS-MENU-FIM.

      * Dia fechado: pagamento de conta e devolucao ao
      * fornecedor recusados; o relatorio segue liberado
           PERFORM P-DATA-MOVIMENTO
           IF WS-DTM-SITUACAO = "F"
               IF WS-CAP-OPCAO = "P" OR "p" OR "D" OR "d"
                   MOVE "Dia de movimento fechado: nada a lancar."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CONTAS-MENU.

           IF WS-CAP-OPCAO = "P" OR "p"
               PERFORM P-CONTAS-PAGTO THRU P-CONTAS-PAGTO-FIM
               GO TO P-CONTAS-MENU
               PERFORM P-CONTAS-RELATORIO THRU P-CONTAS-RELATORIO-FIM
               GO TO P-CONTAS-MENU

           ELSE IF WS-CAP-OPCAO = "D" OR "d"
               PERFORM P-DEVFORN-INTRO THRU P-DEVFORN-FIM
               GO TO P-CONTAS-MENU

           ELSE IF WS-CAP-OPCAO = "V" OR "v"
               GO TO P-CONTAS-MENU-FIM

               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CONTAS-PAGTO-FIM.

           MOVE "P" TO WS-CPM-TIPO
           PERFORM P-CONTAS-PAGTO-MOV

           SUBTRACT CAP-VALOR-PAGO FROM CAP-VALOR-ORIGINAL
               GIVING WS-CAP-SALDO
           IF WS-CAP-SALDO < ZEROS
           STRING "Pagamento gravado. Saldo: R$" DELIMITED BY SIZE
               WS-CAP-SALDO-PRINT DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-CONTAS-PAGTO-FIM.

      * Registro datado do pagamento (ou do credito de
      * devolucao, conforme WS-CPM-TIPO) para a contabilidade
       P-CONTAS-PAGTO-MOV.
           OPEN EXTEND CAPMOV
           IF WS-STATUS-CAPMOV = "35"
               OPEN OUTPUT CAPMOV.
           IF WS-STATUS-CAPMOV NOT = "00" AND
               WS-STATUS-CAPMOV NOT = "05"
               MOVE "Erro ao gravar o movimento da conta."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO CPM-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO CPM-MES
               MOVE WS-DATA-SISTEMA(1:4) TO CPM-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO CPM-HORA
               MOVE CAP-NUMERO TO CPM-CAP-NUMERO
               MOVE CAP-FORN-NOME TO CPM-FORN-NOME
               MOVE WS-CPM-TIPO TO CPM-TIPO
               MOVE WS-CAP-VALOR TO CPM-VALOR
               MOVE WS-OP-CODIGO TO CPM-OPERADOR
               WRITE REG-CAPMOV
               CLOSE CAPMOV.

       P-CONTAS-PAGTO-FIM.
           EXIT.
      * ou ja esta vencido                    *
      ****************************************
       P-CONTAS-RELATORIO.
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA TO WS-CAP-HOJE-AMD
           MOVE WS-DATA-SISTEMA(7:2) TO WS-AGE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-AGE-MES
           EXIT.

      ****************************************
      * Devolucao de mercadoria ao fornecedor:*
      * baixa o lote devolvido, abate o valor *
      * das contas em aberto do fornecedor    *
      * (mais antigas primeiro) e imprime o   *
      * comprovante para o motorista assinar  *
      ****************************************
       P-DEVFORN-INTRO.
           MOVE ZEROS TO WS-BUSCA-SKU WS-DVF-VAL-DIA WS-DVF-VAL-MES
               WS-DVF-VAL-ANO WS-DVF-QTD WS-DVF-CUSTO
           MOVE SPACES TO WS-BUSCA-LOCAL WS-DVF-FORN WS-DVF-MOTIVO
               WS-DVF-OBS WS-DVF-CONFIRMA
           DISPLAY SS-TELA-DEVFORN
           ACCEPT SS-TELA-DEVFORN
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-DEVFORN-FIM.

           IF WS-DVF-QTD = ZEROS
               MOVE "Erro: informe a quantidade devolvida."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           IF WS-DVF-MOTIVO = "a"
               MOVE "A" TO WS-DVF-MOTIVO.
           IF WS-DVF-MOTIVO = "v"
               MOVE "V" TO WS-DVF-MOTIVO.
           IF WS-DVF-MOTIVO = "o"
               MOVE "O" TO WS-DVF-MOTIVO.
           IF WS-DVF-MOTIVO NOT = "A" AND WS-DVF-MOTIVO NOT = "V" AND
               WS-DVF-MOTIVO NOT = "O"
               MOVE "Erro: motivo deve ser A, V ou O." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           MOVE WS-BUSCA-SKU TO SKU
           MOVE WS-BUSCA-LOCAL TO LOCAL
           READ ARQUIVO INTO PRODUTO KEY IS CHAVE-PRODUTO INVALID KEY
               MOVE "Registro nao encontrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           IF TIPO-PRODUTO = "K"
               MOVE "Kit nao tem estoque: devolva os componentes."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           MOVE 9 TO WS-DVF-LOTE-IDX
           MOVE ZEROS TO WS-DVF-QTD-LOTE
           IF QTD-ESTOQUE > ZEROS AND DIA = WS-DVF-VAL-DIA AND
               MES = WS-DVF-VAL-MES AND ANO = WS-DVF-VAL-ANO
               MOVE ZEROS TO WS-DVF-LOTE-IDX
               MOVE QTD-ESTOQUE TO WS-DVF-QTD-LOTE.
           PERFORM P-DEVFORN-ACHA-LOTE
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > QTD-LOTES-ADICIONAIS
           IF WS-DVF-LOTE-IDX = 9
               MOVE "Nao ha lote com essa validade no local."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           IF WS-DVF-QTD > WS-DVF-QTD-LOTE
               MOVE "Erro: quantidade maior que o estoque do lote."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           IF WS-DVF-FORN = SPACES
               MOVE FORN-NOME TO WS-DVF-FORN.
           IF WS-DVF-CUSTO = ZEROS
               MOVE VALOR-CUSTO TO WS-DVF-CUSTO.
           IF TIPO-PRODUTO = "P"
               COMPUTE WS-DVF-VALOR ROUNDED =
                   WS-DVF-CUSTO * WS-DVF-QTD / 1000
           ELSE
               MULTIPLY WS-DVF-CUSTO BY WS-DVF-QTD
                   GIVING WS-DVF-VALOR.

           DISPLAY SS-TELA-DEVFORN-CONFIRMA
           ACCEPT SS-TELA-DEVFORN-CONFIRMA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01 OR
               (WS-DVF-CONFIRMA NOT = "S" AND WS-DVF-CONFIRMA NOT = "s")
               MOVE "Devolucao cancelada." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.

           IF WS-DVF-LOTE-IDX = ZEROS
               SUBTRACT WS-DVF-QTD FROM QTD-ESTOQUE
           ELSE
               SUBTRACT WS-DVF-QTD
                   FROM LOTE-QTD-ESTOQUE(WS-DVF-LOTE-IDX)
               PERFORM P-VENDA-COMPACTA-LOTES.
           REWRITE PRODUTO INVALID KEY
               MOVE "Erro ao gravar a baixa do estoque." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-FIM.
           MOVE "R" TO WS-JRN-OPERACAO
           PERFORM P-GRAVA-JORNAL

           PERFORM P-DEVFORN-ACHA-PROXIMO
           PERFORM P-DEVFORN-CREDITO
           PERFORM P-DEVFORN-GRAVA THRU P-DEVFORN-GRAVA-FIM
           PERFORM P-DEVFORN-COMPROVANTE THRU P-DEVFORN-COMPROVANTE-FIM

           MOVE "DEVFORN" TO WS-AUD-OPERACAO
           MOVE WS-DVF-NUMERO TO WS-AUD-CHAVE
           PERFORM P-GRAVA-AUDITORIA

           MOVE SPACES TO WS-MENSAGEM
           IF WS-DVF-RESTANTE > ZEROS
               MOVE WS-DVF-RESTANTE TO WS-DVF-VALOR-PRINT
               STRING "Devolucao gravada. Credito pendente R$"
                   DELIMITED BY SIZE
                   WS-DVF-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-MENSAGEM
           ELSE
               STRING "Devolucao " DELIMITED BY SIZE
                   WS-DVF-NUMERO DELIMITED BY SIZE
                   " gravada e abatida das contas." DELIMITED BY SIZE
                   INTO WS-MENSAGEM.
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-DEVFORN-FIM.

       P-DEVFORN-ACHA-LOTE.
           IF WS-DVF-LOTE-IDX = 9 AND
               LOTE-QTD-ESTOQUE(WS-LOTE-IDX) > ZEROS AND
               LOTE-DIA(WS-LOTE-IDX) = WS-DVF-VAL-DIA AND
               LOTE-MES(WS-LOTE-IDX) = WS-DVF-VAL-MES AND
               LOTE-ANO(WS-LOTE-IDX) = WS-DVF-VAL-ANO
               MOVE WS-LOTE-IDX TO WS-DVF-LOTE-IDX
               MOVE LOTE-QTD-ESTOQUE(WS-LOTE-IDX) TO WS-DVF-QTD-LOTE.

       P-DEVFORN-ACHA-PROXIMO.
           MOVE ZEROS TO WS-DVF-NUMERO
           OPEN INPUT DEVFORN
           IF WS-STATUS-DEVFORN = "00"
               MOVE "N" TO WS-DVF-EOF
               PERFORM P-DEVFORN-ACHA-PROXIMO-LE UNTIL WS-DVF-EOF = "S"
               CLOSE DEVFORN.
           ADD 1 TO WS-DVF-NUMERO.

       P-DEVFORN-ACHA-PROXIMO-LE.
           READ DEVFORN
           AT END MOVE "S" TO WS-DVF-EOF.
           IF WS-DVF-EOF = "N"
               MOVE DVF-NUMERO TO WS-DVF-NUMERO.

      * O credito abate as contas abertas do fornecedor na ordem
      * em que foram abertas; cada abatimento vira um movimento
      * "D" no CAPMOV
       P-DEVFORN-CREDITO.
           MOVE WS-DVF-VALOR TO WS-DVF-RESTANTE
           MOVE ZEROS TO WS-DVF-CONTAS
           MOVE WS-DVF-FORN TO CAP-FORN-NOME
           MOVE "N" TO WS-DVF-EOF
           START CONTAPAG KEY IS EQUAL TO CAP-FORN-NOME
               INVALID KEY MOVE "S" TO WS-DVF-EOF
           END-START
           PERFORM P-DEVFORN-CREDITO-LE
               UNTIL WS-DVF-EOF = "S" OR WS-DVF-RESTANTE = ZEROS
           SUBTRACT WS-DVF-RESTANTE FROM WS-DVF-VALOR
               GIVING WS-DVF-APLICADO.

       P-DEVFORN-CREDITO-LE.
           READ CONTAPAG NEXT RECORD
           AT END MOVE "S" TO WS-DVF-EOF.
           IF WS-DVF-EOF = "N"
               IF CAP-FORN-NOME NOT = WS-DVF-FORN
                   MOVE "S" TO WS-DVF-EOF
               ELSE IF CAP-SITUACAO = "A" AND
                   CAP-VALOR-PAGO < CAP-VALOR-ORIGINAL
                   PERFORM P-DEVFORN-CREDITO-ABATE.

       P-DEVFORN-CREDITO-ABATE.
           SUBTRACT CAP-VALOR-PAGO FROM CAP-VALOR-ORIGINAL
               GIVING WS-CAP-VALOR
           IF WS-CAP-VALOR > WS-DVF-RESTANTE
               MOVE WS-DVF-RESTANTE TO WS-CAP-VALOR.
           ADD WS-CAP-VALOR TO CAP-VALOR-PAGO
           IF CAP-VALOR-PAGO NOT < CAP-VALOR-ORIGINAL
               MOVE "P" TO CAP-SITUACAO.
           REWRITE REG-CONTAPAG INVALID KEY
               MOVE "Erro ao abater a conta a pagar." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE "S" TO WS-DVF-EOF
           NOT INVALID KEY
               SUBTRACT WS-CAP-VALOR FROM WS-DVF-RESTANTE
               ADD 1 TO WS-DVF-CONTAS
               MOVE "D" TO WS-CPM-TIPO
               PERFORM P-CONTAS-PAGTO-MOV
           END-REWRITE.

       P-DEVFORN-GRAVA.
           OPEN EXTEND DEVFORN
           IF WS-STATUS-DEVFORN = "35"
               OPEN OUTPUT DEVFORN.
           IF WS-STATUS-DEVFORN NOT = "00" AND
               WS-STATUS-DEVFORN NOT = "05"
               MOVE "Erro ao gravar a devolucao." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-GRAVA-FIM.

           PERFORM P-DATA-MOVIMENTO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DVF-NUMERO TO DVF-NUMERO
           MOVE WS-DATA-SISTEMA(7:2) TO DVF-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO DVF-MES
           MOVE WS-DATA-SISTEMA(1:4) TO DVF-ANO
           MOVE WS-HORA-SISTEMA(1:6) TO DVF-HORA
           MOVE SKU TO DVF-SKU
           MOVE LOCAL TO DVF-LOCAL
           MOVE WS-DVF-VAL-DIA TO DVF-VAL-DIA
           MOVE WS-DVF-VAL-MES TO DVF-VAL-MES
           MOVE WS-DVF-VAL-ANO TO DVF-VAL-ANO
           MOVE WS-DVF-QTD TO DVF-QTD
           MOVE WS-DVF-CUSTO TO DVF-CUSTO-UNITARIO
           MOVE WS-DVF-VALOR TO DVF-VALOR
           MOVE WS-DVF-FORN TO DVF-FORN-NOME
           MOVE WS-DVF-MOTIVO TO DVF-MOTIVO
           MOVE WS-DVF-APLICADO TO DVF-CREDITO-APLICADO
           MOVE WS-DVF-RESTANTE TO DVF-CREDITO-PENDENTE
           MOVE WS-OP-CODIGO TO DVF-OPERADOR
           MOVE WS-DVF-OBS TO DVF-OBS
           WRITE REG-DEVFORN
           CLOSE DEVFORN.

       P-DEVFORN-GRAVA-FIM.
           EXIT.

       P-DEVFORN-COMPROVANTE.
           OPEN EXTEND DEVFCOMP
           IF WS-STATUS-DEVFCOMP = "35"
               OPEN OUTPUT DEVFCOMP.
           IF WS-STATUS-DEVFCOMP NOT = "00" AND
               WS-STATUS-DEVFCOMP NOT = "05"
               MOVE "Erro ao imprimir o comprovante." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVFORN-COMPROVANTE-FIM.

           MOVE ALL "-" TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP
           MOVE "  BOMBONIERE BOLINHO - DEVOLUCAO AO FORNECEDOR"
               TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           MOVE SPACES TO WS-LINHA-DEVFORN
           STRING "Devolucao Nr " DELIMITED BY SIZE
               DVF-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               DVF-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DVF-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DVF-ANO DELIMITED BY SIZE
               INTO WS-LINHA-DEVFORN
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           MOVE SPACES TO WS-LINHA-DEVFORN
           STRING "Fornecedor: " DELIMITED BY SIZE
               DVF-FORN-NOME DELIMITED BY SIZE
               INTO WS-LINHA-DEVFORN
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           MOVE SPACES TO WS-LINHA-DEVFORN
           STRING "SKU " DELIMITED BY SIZE
               DVF-SKU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               " local " DELIMITED BY SIZE
               DVF-LOCAL DELIMITED BY SIZE
               INTO WS-LINHA-DEVFORN
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           MOVE DVF-CUSTO-UNITARIO TO WS-DVF-CUSTO-PRINT
           MOVE DVF-VALOR TO WS-DVF-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-DEVFORN
           IF TIPO-PRODUTO = "P"
               STRING "Lote " DELIMITED BY SIZE
                   DVF-VAL-DIA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   DVF-VAL-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   DVF-VAL-ANO DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   DVF-QTD DELIMITED BY SIZE
                   " g x R$" DELIMITED BY SIZE
                   WS-DVF-CUSTO-PRINT DELIMITED BY SIZE
                   "/kg = R$" DELIMITED BY SIZE
                   WS-DVF-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-DEVFORN
           ELSE
               STRING "Lote " DELIMITED BY SIZE
                   DVF-VAL-DIA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   DVF-VAL-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   DVF-VAL-ANO DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   DVF-QTD DELIMITED BY SIZE
                   " x R$" DELIMITED BY SIZE
                   WS-DVF-CUSTO-PRINT DELIMITED BY SIZE
                   " = R$" DELIMITED BY SIZE
                   WS-DVF-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-DEVFORN
           END-IF
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           MOVE SPACES TO WS-LINHA-DEVFORN
           IF DVF-MOTIVO = "A"
               MOVE "Motivo: avaria na entrega" TO WS-LINHA-DEVFORN
           ELSE IF DVF-MOTIVO = "V"
               MOVE "Motivo: validade proxima" TO WS-LINHA-DEVFORN
           ELSE
               STRING "Motivo: " DELIMITED BY SIZE
                   DVF-OBS DELIMITED BY SIZE
                   INTO WS-LINHA-DEVFORN.
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           MOVE DVF-CREDITO-APLICADO TO WS-DVF-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-DEVFORN
           STRING "Abatido das contas a pagar: R$" DELIMITED BY SIZE
               WS-DVF-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-DEVFORN
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP

           IF DVF-CREDITO-PENDENTE > ZEROS
               MOVE DVF-CREDITO-PENDENTE TO WS-DVF-VALOR-PRINT
               MOVE SPACES TO WS-LINHA-DEVFORN
               STRING "Credito a receber do fornecedor: R$"
                   DELIMITED BY SIZE
                   WS-DVF-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-DEVFORN
               MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
               WRITE REG-DEVFCOMP.

           MOVE SPACES TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP
           MOVE "Motorista: _______________________  RG: ____________"
               TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP
           MOVE SPACES TO WS-LINHA-DEVFORN
           STRING "Operador: " DELIMITED BY SIZE
               DVF-OPERADOR DELIMITED BY SIZE
               "   Assinatura: ____________________" DELIMITED BY SIZE
               INTO WS-LINHA-DEVFORN
           MOVE WS-LINHA-DEVFORN TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP
           MOVE ALL "-" TO REG-DEVFCOMP
           WRITE REG-DEVFCOMP
           CLOSE DEVFCOMP.

       P-DEVFORN-COMPROVANTE-FIM.
           EXIT.

       P-DEVFORN-FIM.
           EXIT.

      ****************************************
      * Rotinas de producao propria: receita  *
      * dos bolinhos feitos na casa e ordem   *
      * de producao, que baixa os             *
      * ingredientes pelo FEFO e da entrada   *
      * no produto acabado num lote proprio   *
      ****************************************
       P-PROD-MENU.
           MOVE SPACES TO WS-PROD-OPCAO
           DISPLAY SS-TELA-PROD-MENU
           ACCEPT SS-TELA-PROD-MENU
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-PROD-MENU-FIM.

           IF WS-PROD-OPCAO = "R" OR "r"
               PERFORM P-RECEITA-INTRO THRU P-RECEITA-FIM
               GO TO P-PROD-MENU

           ELSE IF WS-PROD-OPCAO = "O" OR "o"
               PERFORM P-ORDEM-INTRO THRU P-ORDEM-FIM
               GO TO P-PROD-MENU

           ELSE IF WS-PROD-OPCAO = "V" OR "v"
               GO TO P-PROD-MENU-FIM

           ELSE
               MOVE "Opcao invalida!" TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROD-MENU.

       P-PROD-MENU-FIM.
           EXIT.

      ****************************************
      * Manutencao da receita: cabecalho com  *
      * rendimento e validade, depois os      *
      * ingredientes um a um, como na         *
      * composicao de kit                     *
      ****************************************
       P-RECEITA-INTRO.
           MOVE ZEROS TO WS-RCT-SKU-EDIT WS-RCT-ED-RENDIMENTO
               WS-RCT-ED-VALIDADE
           DISPLAY SS-TELA-RECEITA
           ACCEPT SS-TELA-RECEITA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-RECEITA-FIM.

           MOVE WS-RCT-SKU-EDIT TO WS-RCT-ED-INGR
           PERFORM P-RECEITA-VALIDA-SKU
           IF WS-RCT-OK = "N"
               GO TO P-RECEITA-FIM.

           MOVE WS-RCT-SKU-EDIT TO RCT-SKU
           MOVE ZEROS TO RCT-INGREDIENTE
           READ RECEITA INVALID KEY
               MOVE ZEROS TO RCT-QTD RCT-VALIDADE-DIAS
           END-READ
           IF WS-RCT-ED-RENDIMENTO > ZEROS
               MOVE WS-RCT-ED-RENDIMENTO TO RCT-QTD.
           IF WS-RCT-ED-VALIDADE > ZEROS
               MOVE WS-RCT-ED-VALIDADE TO RCT-VALIDADE-DIAS.
           IF RCT-QTD = ZEROS OR RCT-VALIDADE-DIAS = ZEROS
               MOVE "Erro: informe o rendimento e a validade."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEITA-FIM.

           MOVE WS-RCT-SKU-EDIT TO RCT-SKU
           MOVE ZEROS TO RCT-INGREDIENTE
           WRITE REG-RECEITA INVALID KEY
               REWRITE REG-RECEITA INVALID KEY
                   MOVE "Erro ao gravar a receita." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-RECEITA-FIM
               END-REWRITE
           END-WRITE
           PERFORM P-RECEITA-LISTA THRU P-RECEITA-LISTA-FIM.

       P-RECEITA-TELA.
           MOVE ZEROS TO WS-RCT-ED-INGR WS-RCT-ED-QTD
           DISPLAY SS-TELA-RECEITA-ITEM
           ACCEPT SS-TELA-RECEITA-ITEM
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-RECEITA-FIM.
           IF WS-RCT-ED-INGR = ZEROS
               GO TO P-RECEITA-FIM.
           IF WS-RCT-ED-INGR = WS-RCT-SKU-EDIT
               MOVE "Erro: o produto nao entra na propria receita."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-RECEITA-TELA.

           IF WS-RCT-ED-QTD = ZEROS
               MOVE WS-RCT-SKU-EDIT TO RCT-SKU
               MOVE WS-RCT-ED-INGR TO RCT-INGREDIENTE
               DELETE RECEITA RECORD INVALID KEY
                   MOVE "Ingrediente nao estava na receita."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               END-DELETE
               GO TO P-RECEITA-TELA.

           PERFORM P-RECEITA-VALIDA-SKU
           IF WS-RCT-OK = "N"
               GO TO P-RECEITA-TELA.

           MOVE WS-RCT-SKU-EDIT TO RCT-SKU
           MOVE WS-RCT-ED-INGR TO RCT-INGREDIENTE
           MOVE WS-RCT-ED-QTD TO RCT-QTD
           MOVE ZEROS TO RCT-VALIDADE-DIAS
           WRITE REG-RECEITA INVALID KEY
               REWRITE REG-RECEITA INVALID KEY
                   MOVE "Erro ao gravar o ingrediente." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               END-REWRITE
           END-WRITE
           GO TO P-RECEITA-TELA.

      ****************************************
      * Produto acabado e ingrediente precisam*
      * existir no cadastro e nao podem ser   *
      * kit                                   *
      ****************************************
       P-RECEITA-VALIDA-SKU.
           MOVE "N" TO WS-RCT-OK
           MOVE WS-RCT-ED-INGR TO SKU
           MOVE SPACES TO LOCAL
           MOVE "N" TO WS-RCT-EOF
           START ARQUIVO KEY IS NOT LESS THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-RCT-EOF
           END-START
           IF WS-RCT-EOF = "N"
               READ ARQUIVO NEXT RECORD
                   AT END MOVE "S" TO WS-RCT-EOF
               END-READ.
           IF WS-RCT-EOF = "S" OR SKU NOT = WS-RCT-ED-INGR
               MOVE "Erro: SKU sem cadastro." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE IF TIPO-PRODUTO = "K"
               MOVE "Erro: kit nao entra em receita." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               MOVE "S" TO WS-RCT-OK.

       P-RECEITA-LISTA.
           DISPLAY SS-TELA-MOSTRA-LISTA
           DISPLAY "Receita do produto " WS-RCT-SKU-EDIT ": rende "
               RCT-QTD " por fornada, validade de "
               RCT-VALIDADE-DIAS " dias"
           MOVE ZEROS TO WS-RCT-INGREDIENTES
           MOVE WS-RCT-SKU-EDIT TO RCT-SKU
           MOVE ZEROS TO RCT-INGREDIENTE
           MOVE "N" TO WS-RCT-EOF
           START RECEITA KEY IS GREATER THAN RCT-CHAVE
               INVALID KEY MOVE "S" TO WS-RCT-EOF
           END-START
           PERFORM P-RECEITA-LISTA-LE UNTIL WS-RCT-EOF = "S"
           IF WS-RCT-INGREDIENTES = ZEROS
               DISPLAY "(nenhum ingrediente cadastrado ainda)".
           DISPLAY "Aperte o ENTER para prosseguir..."
           ACCEPT WS-CODIGO-ESC
           GO TO P-RECEITA-LISTA-FIM.

       P-RECEITA-LISTA-LE.
           READ RECEITA NEXT RECORD
           AT END MOVE "S" TO WS-RCT-EOF.
           IF WS-RCT-EOF = "N"
               IF RCT-SKU NOT = WS-RCT-SKU-EDIT
                   MOVE "S" TO WS-RCT-EOF
               ELSE
                   ADD 1 TO WS-RCT-INGREDIENTES
                   DISPLAY "  ingrediente " RCT-INGREDIENTE " x "
                       RCT-QTD " por fornada".

       P-RECEITA-LISTA-FIM.
           EXIT.

       P-RECEITA-FIM.
           EXIT.

      ****************************************
      * Ordem de producao: confere a receita  *
      * e o estoque de todos os ingredientes  *
      * no local antes de baixar qualquer um; *
      * o custo real da fornada e o custo     *
      * medio dos ingredientes consumidos     *
      * dividido pelo que de fato rendeu      *
      ****************************************
       P-ORDEM-INTRO.
           MOVE ZEROS TO WS-BUSCA-SKU WS-OPR-FORNADAS WS-OPR-PRODUZIDO
           MOVE SPACES TO WS-BUSCA-LOCAL WS-OPR-CONFIRMA
           DISPLAY SS-TELA-ORDEM-PROD
           ACCEPT SS-TELA-ORDEM-PROD
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-ORDEM-FIM.

           IF WS-OPR-FORNADAS = ZEROS
               MOVE "Erro: informe o numero de fornadas." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.
           IF WS-OPR-PRODUZIDO = ZEROS
               MOVE "Erro: informe a quantidade produzida."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.

           MOVE WS-BUSCA-SKU TO WS-OPR-SKU RCT-SKU
           MOVE WS-BUSCA-LOCAL TO WS-OPR-LOCAL
           MOVE ZEROS TO RCT-INGREDIENTE
           READ RECEITA INVALID KEY
               MOVE "Erro: produto sem receita cadastrada."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.
           COMPUTE WS-OPR-PREVISTO = RCT-QTD * WS-OPR-FORNADAS
           MOVE RCT-VALIDADE-DIAS TO WS-OPR-VALIDADE-DIAS

           MOVE WS-OPR-SKU TO SKU
           MOVE WS-OPR-LOCAL TO LOCAL
           READ ARQUIVO INTO PRODUTO KEY IS CHAVE-PRODUTO INVALID KEY
               MOVE "Registro nao encontrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.
           MOVE NOME TO WS-OPR-NOME
           MOVE TIPO-PRODUTO TO WS-OPR-TIPO-PRODUTO

      * Validade do lote feito hoje e lugar para ele no
      * cadastro: estoque principal vazio ou de mesma validade,
      * lote adicional de mesma validade ou uma vaga nova
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO WS-AGE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-AGE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-AGE-ANO
           PERFORM P-AGENDA-AVANCA-DIA WS-OPR-VALIDADE-DIAS TIMES
           MOVE WS-AGE-DIA TO WS-OPR-VAL-DIA
           MOVE WS-AGE-MES TO WS-OPR-VAL-MES
           MOVE WS-AGE-ANO TO WS-OPR-VAL-ANO

           MOVE 9 TO WS-OPR-LOTE-IDX
           IF QTD-ESTOQUE = ZEROS OR
               (DIA = WS-OPR-VAL-DIA AND MES = WS-OPR-VAL-MES AND
                ANO = WS-OPR-VAL-ANO)
               MOVE ZEROS TO WS-OPR-LOTE-IDX.
           PERFORM P-ORDEM-ACHA-LOTE
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > QTD-LOTES-ADICIONAIS
           IF WS-OPR-LOTE-IDX = 9 AND QTD-LOTES-ADICIONAIS NOT < 5
               MOVE "Erro: limite de lotes adicionais atingido." TO
                   WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.

           MOVE ZEROS TO WS-OPR-INGREDIENTES WS-OPR-CUSTO-TOTAL
           MOVE "S" TO WS-OPR-OK
           MOVE WS-OPR-SKU TO RCT-SKU
           MOVE ZEROS TO RCT-INGREDIENTE
           MOVE "N" TO WS-OPR-EOF
           START RECEITA KEY IS GREATER THAN RCT-CHAVE
               INVALID KEY MOVE "S" TO WS-OPR-EOF
           END-START
           PERFORM P-ORDEM-CARREGA UNTIL WS-OPR-EOF = "S"
           IF WS-OPR-OK = "N"
               GO TO P-ORDEM-FIM.
           IF WS-OPR-INGREDIENTES = ZEROS
               MOVE "Erro: receita sem ingredientes." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.

      * granel: a producao esta em gramas e o custo e por kg
           IF WS-OPR-TIPO-PRODUTO = "P"
               COMPUTE WS-OPR-CUSTO-UNIT ROUNDED =
                   WS-OPR-CUSTO-TOTAL * 1000 / WS-OPR-PRODUZIDO
           ELSE
               COMPUTE WS-OPR-CUSTO-UNIT ROUNDED =
                   WS-OPR-CUSTO-TOTAL / WS-OPR-PRODUZIDO.

           DISPLAY SS-TELA-ORDEM-CONFIRMA
           ACCEPT SS-TELA-ORDEM-CONFIRMA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01 OR
               (WS-OPR-CONFIRMA NOT = "S" AND WS-OPR-CONFIRMA NOT = "s")
               MOVE "Ordem de producao cancelada." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.

           PERFORM P-ORDEM-ACHA-PROXIMO
           OPEN EXTEND PRODUCAO
           IF WS-STATUS-PRODUCAO = "35"
               OPEN OUTPUT PRODUCAO.
           IF WS-STATUS-PRODUCAO NOT = "00" AND
               WS-STATUS-PRODUCAO NOT = "05"
               MOVE "Erro ao gravar a ordem de producao." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-FIM.

           PERFORM P-DATA-MOVIMENTO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "P" TO OPR-TIPO
           MOVE WS-OPR-SKU TO OPR-SKU
           MOVE WS-OPR-PREVISTO TO OPR-QTD-PREVISTA
           MOVE WS-OPR-PRODUZIDO TO OPR-QTD
           MOVE WS-OPR-VAL-DIA TO OPR-VAL-DIA
           MOVE WS-OPR-VAL-MES TO OPR-VAL-MES
           MOVE WS-OPR-VAL-ANO TO OPR-VAL-ANO
           MOVE WS-OPR-CUSTO-TOTAL TO OPR-CUSTO-TOTAL
           MOVE WS-OPR-CUSTO-UNIT TO OPR-CUSTO-UNITARIO
           PERFORM P-ORDEM-GRAVA-LINHA

           PERFORM P-ORDEM-BAIXA-INGR
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-INGREDIENTES
           CLOSE PRODUCAO

           PERFORM P-ORDEM-ACABADO THRU P-ORDEM-ACABADO-FIM

           MOVE "PRODUCAO" TO WS-AUD-OPERACAO
           MOVE WS-OPR-NUMERO TO WS-AUD-CHAVE
           PERFORM P-GRAVA-AUDITORIA

           MOVE SPACES TO WS-MENSAGEM
           STRING "Ordem de producao " DELIMITED BY SIZE
               WS-OPR-NUMERO DELIMITED BY SIZE
               " gravada." DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-ORDEM-FIM.

       P-ORDEM-ACHA-LOTE.
           IF WS-OPR-LOTE-IDX = 9 AND
               LOTE-DIA(WS-LOTE-IDX) = WS-OPR-VAL-DIA AND
               LOTE-MES(WS-LOTE-IDX) = WS-OPR-VAL-MES AND
               LOTE-ANO(WS-LOTE-IDX) = WS-OPR-VAL-ANO
               MOVE WS-LOTE-IDX TO WS-OPR-LOTE-IDX.

       P-ORDEM-CARREGA.
           READ RECEITA NEXT RECORD
           AT END MOVE "S" TO WS-OPR-EOF.
           IF WS-OPR-EOF = "N"
               IF RCT-SKU NOT = WS-OPR-SKU
                   MOVE "S" TO WS-OPR-EOF
               ELSE
                   PERFORM P-ORDEM-CONFERE-INGR
                       THRU P-ORDEM-CONFERE-INGR-FIM
                   IF WS-MENSAGEM NOT = SPACES
                       MOVE "N" TO WS-OPR-OK
                       MOVE "S" TO WS-OPR-EOF
                       PERFORM P-MSG-ZERA THRU P-MSG-FIM.

      * Cada ingrediente: cadastrado no local da cozinha e com
      * estoque (todos os lotes) para as fornadas pedidas
       P-ORDEM-CONFERE-INGR.
           MOVE SPACES TO WS-MENSAGEM
           IF WS-OPR-INGREDIENTES NOT < 20
               MOVE "Erro: receita com mais de 20 ingredientes."
                   TO WS-MENSAGEM
               GO TO P-ORDEM-CONFERE-INGR-FIM.

           COMPUTE WS-OPR-NEED = RCT-QTD * WS-OPR-FORNADAS
           IF WS-OPR-NEED > 9999
               STRING "Erro: ingrediente " DELIMITED BY SIZE
                   RCT-INGREDIENTE DELIMITED BY SIZE
                   " demais; divida a ordem." DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               GO TO P-ORDEM-CONFERE-INGR-FIM.

           MOVE RCT-INGREDIENTE TO SKU
           MOVE WS-OPR-LOCAL TO LOCAL
           READ ARQUIVO INVALID KEY
               STRING "Erro: ingrediente " DELIMITED BY SIZE
                   RCT-INGREDIENTE DELIMITED BY SIZE
                   " sem cadastro no local." DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               GO TO P-ORDEM-CONFERE-INGR-FIM.
           PERFORM P-CALC-ESTOQUE-TOTAL
           IF WS-QTD-ESTOQUE-TOTAL < WS-OPR-NEED
               STRING "Falta estoque do ingrediente " DELIMITED BY SIZE
                   RCT-INGREDIENTE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               GO TO P-ORDEM-CONFERE-INGR-FIM.

           ADD 1 TO WS-OPR-INGREDIENTES
           MOVE RCT-INGREDIENTE TO TAB-OPR-INGR(WS-OPR-INGREDIENTES)
           MOVE WS-OPR-NEED TO TAB-OPR-QTD(WS-OPR-INGREDIENTES)
      * granel: o consumo esta em gramas e o custo e por kg
           IF TIPO-PRODUTO = "P"
               COMPUTE TAB-OPR-CUSTO(WS-OPR-INGREDIENTES) ROUNDED =
                   VALOR-CUSTO * WS-OPR-NEED / 1000
           ELSE
               COMPUTE TAB-OPR-CUSTO(WS-OPR-INGREDIENTES) =
                   VALOR-CUSTO * WS-OPR-NEED.
           ADD TAB-OPR-CUSTO(WS-OPR-INGREDIENTES)
               TO WS-OPR-CUSTO-TOTAL.

       P-ORDEM-CONFERE-INGR-FIM.
           EXIT.

       P-ORDEM-ACHA-PROXIMO.
           MOVE ZEROS TO WS-OPR-NUMERO
           OPEN INPUT PRODUCAO
           IF WS-STATUS-PRODUCAO = "00"
               MOVE "N" TO WS-OPR-EOF
               PERFORM P-ORDEM-ACHA-PROXIMO-LE UNTIL WS-OPR-EOF = "S"
               CLOSE PRODUCAO.
           ADD 1 TO WS-OPR-NUMERO.

       P-ORDEM-ACHA-PROXIMO-LE.
           READ PRODUCAO
           AT END MOVE "S" TO WS-OPR-EOF.
           IF WS-OPR-EOF = "N"
               MOVE OPR-NUMERO TO WS-OPR-NUMERO.

      * Baixa de um ingrediente pelo FEFO, como na venda
       P-ORDEM-BAIXA-INGR.
           MOVE TAB-OPR-INGR(WS-OPR-IDX) TO SKU
           MOVE WS-OPR-LOCAL TO LOCAL
           READ ARQUIVO INVALID KEY
               DISPLAY "Erro ao reler o ingrediente " SKU
           END-READ
           MOVE TAB-OPR-QTD(WS-OPR-IDX) TO WS-VENDA-QTD
           PERFORM P-VENDA-BAIXA-ESTOQUE
           REWRITE PRODUTO INVALID KEY
               DISPLAY "Erro ao baixar o ingrediente " SKU
           END-REWRITE
           MOVE "R" TO WS-JRN-OPERACAO
           PERFORM P-GRAVA-JORNAL

           MOVE "C" TO OPR-TIPO
           MOVE TAB-OPR-INGR(WS-OPR-IDX) TO OPR-SKU
           MOVE TAB-OPR-QTD(WS-OPR-IDX) TO OPR-QTD-PREVISTA OPR-QTD
           MOVE ZEROS TO OPR-VALIDADE OPR-CUSTO-UNITARIO
           MOVE TAB-OPR-CUSTO(WS-OPR-IDX) TO OPR-CUSTO-TOTAL
           PERFORM P-ORDEM-GRAVA-LINHA.

       P-ORDEM-GRAVA-LINHA.
           MOVE WS-OPR-NUMERO TO OPR-NUMERO
           MOVE WS-DATA-SISTEMA(7:2) TO OPR-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO OPR-MES
           MOVE WS-DATA-SISTEMA(1:4) TO OPR-ANO
           MOVE WS-HORA-SISTEMA(1:6) TO OPR-HORA
           MOVE WS-OPR-LOCAL TO OPR-LOCAL
           MOVE WS-OPR-SKU TO OPR-SKU-PRODUTO
           MOVE WS-OPR-FORNADAS TO OPR-FORNADAS
           MOVE WS-OP-CODIGO TO OPR-OPERADOR
           WRITE REG-PRODUCAO.

      * Entrada do produto acabado no lote escolhido; o custo
      * do cadastro passa a ser a media ponderada entre o
      * estoque que havia e a fornada, como numa entrada de
      * mercadoria
       P-ORDEM-ACABADO.
           MOVE WS-OPR-SKU TO SKU
           MOVE WS-OPR-LOCAL TO LOCAL
           READ ARQUIVO INVALID KEY
               MOVE "Erro ao reler o produto acabado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-ACABADO-FIM.

           MOVE VALOR-CUSTO TO WS-HIST-CUSTO-ANTERIOR
           MOVE VALOR-VENDA TO WS-HIST-VENDA-ANTERIOR
           MOVE WS-OPR-PRODUZIDO TO WS-ENT-QTD
           MOVE WS-OPR-CUSTO-UNIT TO WS-ENT-CUSTO
           PERFORM P-ENTRADA-CUSTO-MEDIO

           IF WS-OPR-LOTE-IDX = ZEROS
               IF QTD-ESTOQUE = ZEROS
                   MOVE WS-OPR-VAL-DIA TO DIA
                   MOVE WS-OPR-VAL-MES TO MES
                   MOVE WS-OPR-VAL-ANO TO ANO
               END-IF
               ADD WS-OPR-PRODUZIDO TO QTD-ESTOQUE
           ELSE IF WS-OPR-LOTE-IDX = 9
               ADD 1 TO QTD-LOTES-ADICIONAIS
               MOVE QTD-LOTES-ADICIONAIS TO WS-LOTE-IDX
               MOVE WS-OPR-VAL-DIA TO LOTE-DIA(WS-LOTE-IDX)
               MOVE WS-OPR-VAL-MES TO LOTE-MES(WS-LOTE-IDX)
               MOVE WS-OPR-VAL-ANO TO LOTE-ANO(WS-LOTE-IDX)
               MOVE WS-OPR-PRODUZIDO TO LOTE-QTD-ESTOQUE(WS-LOTE-IDX)
           ELSE
               ADD WS-OPR-PRODUZIDO
                   TO LOTE-QTD-ESTOQUE(WS-OPR-LOTE-IDX).

           REWRITE PRODUTO INVALID KEY
               MOVE "Erro ao gravar o produto acabado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-ORDEM-ACABADO-FIM.
           MOVE "R" TO WS-JRN-OPERACAO
           PERFORM P-GRAVA-JORNAL
           IF VALOR-CUSTO NOT = WS-HIST-CUSTO-ANTERIOR
               PERFORM P-EDIT-GRAVA-HISTORICO.

       P-ORDEM-ACABADO-FIM.
           EXIT.

       P-ORDEM-FIM.
           EXIT.

      ****************************************
      * Rotinas de fechamento de caixa        *
      * (conferencia do dinheiro da gaveta    *
      * contra as vendas registradas do dia)  *
      ****************************************
       P-FECHA-CAIXA-INTRO.
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA(7:2) TO WS-BUSCA-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-BUSCA-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-BUSCA-ANO
           MOVE ZEROS TO WS-FECHA-TOTAL WS-FECHA-DINHEIRO
               WS-FECHA-CARTAO WS-FECHA-PIX WS-FECHA-FIADO
               WS-FECHA-FUNDO WS-FECHA-SANGRIAS WS-FECHA-SUPRIMENTOS
               WS-FECHA-SINAIS WS-FECHA-ABATES WS-FECHA-ESPERADO
               WS-FECHA-VALES-EMIT WS-FECHA-VALES-RESG

      * O caixa fecha o proprio turno ou o dia inteiro; o turno
      * de outro operador so o gerente fecha
           MOVE WS-OP-CODIGO TO WS-FECHA-OPERADOR
           DISPLAY SS-TELA-FECHA-OPERADOR
           ACCEPT SS-TELA-FECHA-OPERADOR
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-FECHA-CAIXA-FIM.
           IF WS-FECHA-OPERADOR NOT = ZEROS AND
               WS-FECHA-OPERADOR NOT = WS-OP-CODIGO AND
               WS-OP-NIVEL NOT = "G"
               MOVE "Turno de outro operador: so o gerente fecha."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FECHA-CAIXA-FIM.

           CLOSE VENDAS
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               OPEN EXTEND VENDAS
               MOVE "Erro ao ler as vendas do dia." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FECHA-CAIXA-FIM.

           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-FECHA-CAIXA-SOMA UNTIL WS-CHAVE-EOF-SIM
           CLOSE VENDAS
           OPEN EXTEND VENDAS
           PERFORM P-FECHA-CAIXA-PAGTOS THRU P-FECHA-CAIXA-PAGTOS-FIM
           PERFORM P-FECHA-CAIXA-MOVS THRU P-FECHA-CAIXA-MOVS-FIM
           GO TO P-FECHA-CAIXA-TELA.

       P-FECHA-CAIXA-SOMA.
           READ VENDAS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF VND-DIA = WS-BUSCA-DIA AND
                   VND-MES = WS-BUSCA-MES AND
                   VND-ANO = WS-BUSCA-ANO AND
                   (WS-FECHA-OPERADOR = ZEROS OR
                    VND-OPERADOR = WS-FECHA-OPERADOR)
                   IF VND-TIPO = "D"
                       SUBTRACT VND-VALOR-TOTAL FROM WS-FECHA-TOTAL
                       PERFORM P-FECHA-CAIXA-ESTORNA-FORMA
                   ELSE IF VND-TIPO = "F"
      * venda fiado nao passa pela gaveta, mas aparece no
      * fechamento como total proprio
                       ADD VND-VALOR-TOTAL TO WS-FECHA-FIADO
                   ELSE
                       ADD VND-VALOR-TOTAL TO WS-FECHA-TOTAL
                       PERFORM P-FECHA-CAIXA-SOMA-FORMA.

      ****************************************
      * Abertura por forma de pagamento:      *
      * espacos (registros antigos) valem     *
      * como dinheiro; vale-troca fica fora   *
      * da gaveta, com total proprio          *
      ****************************************
       P-FECHA-CAIXA-SOMA-FORMA.
           IF VND-FORMA-PAGTO = "C"
               ADD VND-VALOR-TOTAL TO WS-FECHA-CARTAO
           ELSE IF VND-FORMA-PAGTO = "P"
               ADD VND-VALOR-TOTAL TO WS-FECHA-PIX
           ELSE IF VND-FORMA-PAGTO = "V"
               ADD VND-VALOR-TOTAL TO WS-FECHA-VALES-RESG
           ELSE
               ADD VND-VALOR-TOTAL TO WS-FECHA-DINHEIRO.

       P-FECHA-CAIXA-ESTORNA-FORMA.
           IF VND-FORMA-PAGTO = "C"
               SUBTRACT VND-VALOR-TOTAL FROM WS-FECHA-CARTAO
           ELSE IF VND-FORMA-PAGTO = "P"
               SUBTRACT VND-VALOR-TOTAL FROM WS-FECHA-PIX
           ELSE IF VND-FORMA-PAGTO = "V"
               ADD VND-VALOR-TOTAL TO WS-FECHA-VALES-EMIT
           ELSE
               SUBTRACT VND-VALOR-TOTAL FROM WS-FECHA-DINHEIRO.

      ****************************************
      * Pagamentos de fiado recebidos hoje    *
      * tambem entram na gaveta               *
      ****************************************
       P-FECHA-CAIXA-PAGTOS.
           OPEN INPUT FIADOMOV
           IF WS-STATUS-FIADOMOV NOT = "00"
               GO TO P-FECHA-CAIXA-PAGTOS-FIM.

           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-FECHA-CAIXA-PAGTOS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE FIADOMOV
           GO TO P-FECHA-CAIXA-PAGTOS-FIM.

       P-FECHA-CAIXA-PAGTOS-LE.
           READ FIADOMOV
           IF WS-CHAVE-EOF-NAO
               IF MOV-DIA = WS-BUSCA-DIA AND
                   MOV-MES = WS-BUSCA-MES AND
                   MOV-ANO = WS-BUSCA-ANO AND
                   (WS-FECHA-OPERADOR = ZEROS OR
                    MOV-OPERADOR = WS-FECHA-OPERADOR)
                   IF MOV-TIPO = "P"
                       ADD MOV-VALOR TO WS-FECHA-TOTAL
                       ADD MOV-VALOR TO WS-FECHA-DINHEIRO.
           IF WS-CHAVE-EOF-NAO
               IF CXM-DIA = WS-BUSCA-DIA AND
                   CXM-MES = WS-BUSCA-MES AND
                   CXM-ANO = WS-BUSCA-ANO AND
                   (WS-FECHA-OPERADOR = ZEROS OR
                    CXM-OPERADOR = WS-FECHA-OPERADOR)
                   IF CXM-TIPO = "A"
                       ADD CXM-VALOR TO WS-FECHA-FUNDO
                   ELSE IF CXM-TIPO = "S"
           MOVE WS-FECHA-ESPERADO TO FCX-ESPERADO
           MOVE WS-FECHA-CONTADO TO FCX-CONTADO
           MOVE WS-FECHA-DIFERENCA TO FCX-DIFERENCA
           MOVE WS-FECHA-OPERADOR TO FCX-OPERADOR
           MOVE WS-FECHA-VALES-EMIT TO FCX-VALES-EMITIDOS
           MOVE WS-FECHA-VALES-RESG TO FCX-VALES-RESGATADOS
           WRITE REG-FECHCAIX
           CLOSE FECHCAIX

           IF WS-CODIGO-ESC = 01
               GO TO P-FIADO-MENU-FIM.

      * Dia fechado: pagamento de fiado, encomenda nova e
      * retirada de encomenda recusados; cadastro, extratos e
      * consultas seguem liberados
           PERFORM P-DATA-MOVIMENTO
           IF WS-DTM-SITUACAO = "F"
               IF WS-FIADO-OPCAO = "P" OR "p" OR "N" OR "n" OR
                   "R" OR "r"
                   MOVE "Dia de movimento fechado: nada a lancar."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-FIADO-MENU.

           IF WS-FIADO-OPCAO = "C" OR "c"
               PERFORM P-CLIENTE-CAD THRU P-CLIENTE-CAD-FIM
               GO TO P-FIADO-MENU
               PERFORM P-ENC-RETIRADA THRU P-ENC-RETIRADA-FIM
               GO TO P-FIADO-MENU

           ELSE IF WS-FIADO-OPCAO = "S" OR "s"
               PERFORM P-PONTOS-EXTRATO THRU P-PONTOS-EXTRATO-FIM
               GO TO P-FIADO-MENU

           ELSE IF WS-FIADO-OPCAO = "V" OR "v"
               GO TO P-FIADO-MENU-FIM

       P-CLIENTE-CAD.
           MOVE ZEROS TO CLI-CODIGO CLI-DDD CLI-NUM-TEL
               CLI-LIMITE CLI-SALDO
           MOVE SPACES TO CLI-NOME CLI-BLOQUEIO
           DISPLAY SS-TELA-CLIENTE-CAD
           ACCEPT SS-TELA-CLIENTE-CAD
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CLIENTE-CAD.

           IF CLI-BLOQUEIO = "s"
               MOVE "S" TO CLI-BLOQUEIO.
           IF CLI-BLOQUEIO = "n"
               MOVE "N" TO CLI-BLOQUEIO.
           IF CLI-BLOQUEIO NOT = "S" AND CLI-BLOQUEIO NOT = "N"
               MOVE SPACES TO CLI-BLOQUEIO.

           MOVE REG-CLIENTE TO WS-CLI-EDIT
           IF CLI-CODIGO = ZEROS
               GO TO P-CLIENTE-CAD-NOVO.
           READ CLIENTES INVALID KEY
               MOVE WS-CLI-EDIT TO REG-CLIENTE
               MOVE ZEROS TO CLI-SALDO
               IF CLI-BLOQUEIO = "S" AND WS-OP-NIVEL NOT = "G"
                   MOVE "Bloqueio de fiado restrito ao gerente."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CLIENTE-CAD-FIM
               END-IF
               IF CLI-BLOQUEIO = SPACES
                   MOVE "N" TO CLI-BLOQUEIO
               END-IF
               WRITE REG-CLIENTE INVALID KEY
                   MOVE "Erro ao gravar o cliente." TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
           MOVE WS-CLI-ED-DDD TO CLI-DDD
           MOVE WS-CLI-ED-NUM-TEL TO CLI-NUM-TEL
           MOVE WS-CLI-ED-LIMITE TO CLI-LIMITE

      * Bloqueio do fiado: em branco mantem o que esta gravado;
      * so o gerente bloqueia ou desbloqueia, com auditoria
           IF WS-CLI-ED-BLOQUEIO NOT = SPACES AND
               WS-CLI-ED-BLOQUEIO NOT = CLI-BLOQUEIO
               IF WS-OP-NIVEL NOT = "G"
                   MOVE "Bloqueio de fiado restrito ao gerente."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-CLIENTE-CAD-FIM
               END-IF
               MOVE WS-CLI-ED-BLOQUEIO TO CLI-BLOQUEIO
               IF CLI-BLOQUEIO = "S"
                   MOVE "BLOQFIADO" TO WS-AUD-OPERACAO
               ELSE
                   MOVE "DESBLOQFIA" TO WS-AUD-OPERACAO
               END-IF
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE CLI-CODIGO TO WS-AUD-CHAVE(1:4)
               PERFORM P-GRAVA-AUDITORIA.

           REWRITE REG-CLIENTE INVALID KEY
               MOVE "Erro ao editar o cliente." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-CLIENTE-CAD-SUCESSO.

       P-CLIENTE-CAD-NOVO.
           IF WS-CLI-ED-BLOQUEIO = "S" AND WS-OP-NIVEL NOT = "G"
               MOVE "Bloqueio de fiado restrito ao gerente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-CLIENTE-CAD-FIM.
           MOVE ZEROS TO CLI-CODIGO
           MOVE "N" TO WS-CHAVE-EOF
           START CLIENTES KEY IS GREATER THAN CLI-CODIGO
           MOVE WS-CLI-EDIT TO REG-CLIENTE
           MOVE WS-CLI-PROX TO CLI-CODIGO
           MOVE ZEROS TO CLI-SALDO
           IF CLI-BLOQUEIO = SPACES
               MOVE "N" TO CLI-BLOQUEIO.
           WRITE REG-CLIENTE INVALID KEY
               MOVE "Erro ao gravar o cliente." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               MOVE WS-DATA-SISTEMA(7:2) TO MOV-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO MOV-MES
               MOVE WS-DATA-SISTEMA(1:4) TO MOV-ANO
               MOVE WS-OP-CODIGO TO MOV-OPERADOR
               WRITE REG-FIADOMOV
               CLOSE FIADOMOV.

      * as mais novas                         *
      ****************************************
       P-FIADO-AGING.
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA TO WS-AG-HOJE-AMD
           MOVE WS-DATA-SISTEMA(7:2) TO WS-REPO-CORTE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-REPO-CORTE-MES

           DISPLAY SS-TELA-MOSTRA-LISTA
           DISPLAY "Aging do fiado (divida mais antiga primeiro):"
           MOVE ZEROS TO WS-AG-CARTAS WS-AG-SEGUNDOS
           PERFORM P-AG-RELATA THRU P-AG-RELATA-FIM
               VARYING WS-AG-IDX FROM 1 BY 1
               UNTIL WS-AG-IDX > WS-AG-USADOS
           CLOSE COBRANCA

           DISPLAY "Cartas de cobranca geradas em COBRANCA.LST: "
               WS-AG-CARTAS " (segundo aviso ou mais: "
               WS-AG-SEGUNDOS ")"
           DISPLAY "Aperte o ENTER para prosseguir..."
           ACCEPT WS-CODIGO-ESC
           GO TO P-FIADO-AGING-FIM.

      ****************************************
      * Carta de cobranca do cliente em       *
      * atraso, com o detalhe da caderneta;   *
      * havendo carta anterior desde o inicio *
      * da divida, sai como segundo aviso     *
      ****************************************
       P-AG-CARTA.
           ADD 1 TO WS-AG-CARTAS
           MOVE "C" TO WS-CML-FUNCAO
           MOVE "C" TO WS-CML-ORIGEM
           MOVE CLI-CODIGO TO WS-CML-CODIGO
           MOVE WS-AG-HOJE-AMD TO WS-CML-DATA
           MOVE "FIADO" TO WS-CML-TIPO
           MOVE WS-AG-ANTIGA-AMD TO WS-CML-DESDE
           CALL "COMUNLOG" USING WS-COMUNICACAO
           COMPUTE WS-AG-AVISO = WS-CML-ANTERIORES + 1
           IF WS-AG-AVISO > 1
               ADD 1 TO WS-AG-SEGUNDOS.

           MOVE ALL "=" TO REG-COBRANCA
           WRITE REG-COBRANCA

           MOVE SPACES TO WS-AG-LINHA
           MOVE 1 TO WS-AG-PTR
           IF WS-AG-AVISO = 2
               STRING "SEGUNDO AVISO - " DELIMITED BY SIZE
                   INTO WS-AG-LINHA WITH POINTER WS-AG-PTR
           ELSE IF WS-AG-AVISO > 2
               STRING "NOVO AVISO (" DELIMITED BY SIZE
                   WS-AG-AVISO DELIMITED BY SIZE
                   "o) - " DELIMITED BY SIZE
                   INTO WS-AG-LINHA WITH POINTER WS-AG-PTR.
           STRING "CARTA DE COBRANCA - " DELIMITED BY SIZE
               CLI-NOME DELIMITED BY SIZE
               " (cliente " DELIMITED BY SIZE
               CLI-CODIGO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-AG-LINHA WITH POINTER WS-AG-PTR
           MOVE WS-AG-LINHA TO REG-COBRANCA
           WRITE REG-COBRANCA

           IF WS-AG-AVISO > 1
               MOVE SPACES TO WS-AG-LINHA
               STRING "Ja enviamos " DELIMITED BY SIZE
                   WS-CML-ANTERIORES DELIMITED BY SIZE
                   " carta(s) de cobranca deste debito; a ultima em "
                   DELIMITED BY SIZE
                   WS-CML-ULTIMA-DATA(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CML-ULTIMA-DATA(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CML-ULTIMA-DATA(1:4) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-AG-LINHA
               MOVE WS-AG-LINHA TO REG-COBRANCA
               WRITE REG-COBRANCA.

           MOVE SPACES TO WS-AG-LINHA
           STRING "Telefone: " DELIMITED BY SIZE
               CLI-DDD DELIMITED BY SIZE
           MOVE WS-AG-LINHA TO REG-COBRANCA
           WRITE REG-COBRANCA

      * reemissao no mesmo dia nao conta como novo aviso
           IF WS-CML-NO-DIA NOT = "S"
               MOVE SPACES TO WS-CML-RESUMO
               STRING "Cobranca fiado: R$" DELIMITED BY SIZE
                   WS-FIADO-SALDO-PRINT DELIMITED BY SIZE
                   " desde " DELIMITED BY SIZE
                   WS-AG-ANTIGA-AMD(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-AG-ANTIGA-AMD(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-AG-ANTIGA-AMD(1:4) DELIMITED BY SIZE
                   INTO WS-CML-RESUMO
               MOVE "G" TO WS-CML-FUNCAO
               MOVE "C" TO WS-CML-CANAL
               MOVE WS-OP-CODIGO TO WS-CML-OPERADOR
               MOVE "BOLINHO" TO WS-CML-PROGRAMA
               CALL "COMUNLOG" USING WS-COMUNICACAO.

           MOVE "Movimentos da caderneta:" TO REG-COBRANCA
           WRITE REG-COBRANCA


      ****************************************
      * Retirada no calendario (MENU.DAT),    *
      * como as entregas de fornecedor, na    *
      * agenda do balcao                      *
      ****************************************
       P-ENC-AGENDA.
           PERFORM P-AGENDA-ABRE
           MOVE "AM" TO AGE-MERIDIEM
           MOVE "09" TO AGE-HORA
           MOVE "00" TO AGE-MINUTO
           MOVE "BALCAO" TO AGE-AGENDA
           MOVE SPACES TO AGE-NOME
           STRING "Retirada encomenda Nr " DELIMITED BY SIZE
               WS-ENC-PROX DELIMITED BY SIZE
           MOVE "R" TO WS-JRN-OPERACAO
           PERFORM P-GRAVA-JORNAL

           PERFORM P-DATA-MOVIMENTO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO VND-HORA
           MOVE SKU TO VND-SKU
           MOVE WS-VENDA-FORMA TO VND-FORMA-PAGTO
           MOVE ENC-CLIENTE TO VND-CLIENTE
           MOVE WS-ENC-CUPOM TO VND-CUPOM
           MOVE WS-OP-CODIGO TO VND-OPERADOR
           MOVE LOCAL TO VND-LOCAL
           MOVE WS-ENC-NUMERO TO VND-ENCOMENDA
           WRITE REG-VENDAS
           MOVE WS-ENC-CUPOM TO WS-CUPOM-NUM
           PERFORM P-CUPOM-EMITE THRU P-CUPOM-EMITE-FIM.
      * cliente quando informado na tela      *
      ****************************************
       P-VENDA-FIADO.
           MOVE "N" TO WS-CST-FIADO
           MOVE "N" TO WS-FIADO-EXCECAO
           IF WS-VENDA-FIADO-RESP NOT = "S" AND
               WS-VENDA-FIADO-RESP NOT = "s"
               GO TO P-VENDA-FIADO-FIM.
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-FIADO-FIM.

           ADD CLI-SALDO WS-CST-TOTAL GIVING WS-FIADO-SALDO-NOVO
           IF WS-FIADO-SALDO-NOVO > CLI-LIMITE
               MOVE "Limite excedido: venda ficou a vista."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VENDA-FIADO-FIM.

      * Cliente bloqueado ou com fiado em atraso so compra fiado
      * com liberacao do gerente para esta venda
           PERFORM P-FIADO-RESTRICAO THRU P-FIADO-RESTRICAO-FIM
           IF WS-FIADO-LIBERADO = "N"
               GO TO P-VENDA-FIADO-FIM.

           MOVE WS-FIADO-SALDO-NOVO TO CLI-SALDO
           REWRITE REG-CLIENTE INVALID KEY
               MOVE "Erro ao lancar o fiado: venda a vista."

           MOVE WS-FIADO-CLIENTE TO MOV-CLIENTE
           MOVE "F" TO MOV-TIPO
           MOVE WS-CST-TOTAL TO MOV-VALOR
           MOVE SPACES TO MOV-OBS
           STRING "CUPOM " DELIMITED BY SIZE
               WS-CUPOM-NUM DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-CST-ITENS DELIMITED BY SIZE
               " itens)" DELIMITED BY SIZE
               INTO MOV-OBS
           PERFORM P-FIADO-GRAVA-MOV
           IF WS-FIADO-EXCECAO = "S"
               PERFORM P-FIADO-GRAVA-LIBERACAO.
      * cada linha da cesta sai como "F" na gravacao
           MOVE "S" TO WS-CST-FIADO.

       P-VENDA-FIADO-FIM.
           EXIT.

      ****************************************
      * Restricoes do fiado alem do limite:   *
      * bloqueio no cadastro e compra mais    *
      * antiga em aberto (mesma regra FIFO do *
      * aging) alem do prazo em dias. O       *
      * gerente pode liberar so esta venda,   *
      * com justificativa                     *
      ****************************************
       P-FIADO-RESTRICAO.
           MOVE "S" TO WS-FIADO-LIBERADO
           MOVE SPACES TO WS-FIADO-RESTRICAO WS-FIADO-BLOQ-TEXTO
           MOVE ZEROS TO WS-AG-ANTIGA-AMD

           IF CLI-BLOQUEIO = "S"
               MOVE "B" TO WS-FIADO-RESTRICAO
               MOVE "Cliente bloqueado para fiado no cadastro"
                   TO WS-FIADO-BLOQ-TEXTO
           ELSE
               PERFORM P-DATA-MOVIMENTO
               MOVE WS-DATA-SISTEMA TO WS-AG-HOJE-AMD
               MOVE WS-DATA-SISTEMA(7:2) TO WS-REPO-CORTE-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO WS-REPO-CORTE-MES
               MOVE WS-DATA-SISTEMA(1:4) TO WS-REPO-CORTE-ANO
               PERFORM P-REPO-RETROCEDE-DIA WS-FIADO-DIAS-ATRASO TIMES
               MOVE WS-REPO-CORTE-ANO TO WS-FIADO-CORTE-AMD(1:4)
               MOVE WS-REPO-CORTE-MES TO WS-FIADO-CORTE-AMD(5:2)
               MOVE WS-REPO-CORTE-DIA TO WS-FIADO-CORTE-AMD(7:2)
               PERFORM P-AG-DATA-MAIS-ANTIGA
                   THRU P-AG-DATA-MAIS-ANTIGA-FIM
               IF WS-AG-ANTIGA-AMD < WS-FIADO-CORTE-AMD
                   MOVE "A" TO WS-FIADO-RESTRICAO
                   STRING "Fiado em atraso desde " DELIMITED BY SIZE
                       WS-AG-ANTIGA-AMD(7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-AG-ANTIGA-AMD(5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-AG-ANTIGA-AMD(1:4) DELIMITED BY SIZE
                       INTO WS-FIADO-BLOQ-TEXTO
               END-IF
           END-IF

           IF WS-FIADO-RESTRICAO = SPACES
               GO TO P-FIADO-RESTRICAO-FIM.

           MOVE "N" TO WS-FIADO-LIBERADO
           MOVE SPACES TO WS-FIADO-LIB-RESP WS-FIADO-LIB-MOTIVO
           DISPLAY SS-TELA-FIADO-LIBERA
           ACCEPT SS-TELA-FIADO-LIBERA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01 OR
               (WS-FIADO-LIB-RESP NOT = "S" AND
                WS-FIADO-LIB-RESP NOT = "s")
               MOVE "Fiado recusado: venda ficou a vista."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-RESTRICAO-FIM.

           IF WS-FIADO-LIB-MOTIVO = SPACES
               MOVE "Liberacao sem justificativa: venda a vista."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-RESTRICAO-FIM.

      * Gerente no caixa libera com o proprio login; operador
      * comum chama o gerente para se identificar
           IF WS-OP-NIVEL = "G"
               MOVE WS-OPERADOR TO WS-AUTORIZADOR
           ELSE
               CALL "OPLOGIN" USING WS-AUTORIZADOR.
           IF WS-AUT-CODIGO = ZEROS OR WS-AUT-NIVEL NOT = "G"
               MOVE "Liberacao nao autorizada: venda a vista."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-FIADO-RESTRICAO-FIM.

           MOVE "S" TO WS-FIADO-LIBERADO
           MOVE "S" TO WS-FIADO-EXCECAO.

       P-FIADO-RESTRICAO-FIM.
           EXIT.

      * Liberacao registrada na trilha de auditoria (cliente e
      * gerente na chave, operador do caixa) e, com a
      * justificativa, em FIADOLIB.DAT
       P-FIADO-GRAVA-LIBERACAO.
           MOVE "LIBFIADO" TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-FIADO-CLIENTE DELIMITED BY SIZE
               " G" DELIMITED BY SIZE
               WS-AUT-CODIGO DELIMITED BY SIZE
               INTO WS-AUD-CHAVE
           PERFORM P-GRAVA-AUDITORIA

           OPEN EXTEND FIADOLIB
           IF WS-STATUS-FIADOLIB = "35"
               OPEN OUTPUT FIADOLIB.
           IF WS-STATUS-FIADOLIB NOT = "00" AND
               WS-STATUS-FIADOLIB NOT = "05"
               MOVE "Erro ao gravar a liberacao do fiado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO LIB-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO LIB-MES
               MOVE WS-DATA-SISTEMA(1:4) TO LIB-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO LIB-HORA
               MOVE WS-FIADO-CLIENTE TO LIB-CLIENTE
               MOVE WS-FIADO-RESTRICAO TO LIB-RESTRICAO
               MOVE WS-AG-ANTIGA-AMD TO LIB-DESDE
               MOVE WS-OP-CODIGO TO LIB-OPERADOR
               MOVE WS-AUT-CODIGO TO LIB-GERENTE
               MOVE WS-CUPOM-NUM TO LIB-CUPOM
               MOVE WS-CST-TOTAL TO LIB-VALOR
               MOVE WS-FIADO-LIB-MOTIVO TO LIB-MOTIVO
               WRITE REG-FIADOLIB
               CLOSE FIADOLIB.

      ****************************************
      * Rotinas de promocao por periodo       *
      * (preco promocional aplicado sozinho   *
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PROMO-FIM.

      * Promocao vale para o SKU em todos os locais: confere o
      * preco contra o minimo de cada registro do SKU
           PERFORM P-PROMO-MARGEM THRU P-PROMO-MARGEM-FIM
           IF WS-MRG-OK = "N"
               GO TO P-PROMO-FIM.

           MOVE WS-PROMO-ED-PRECO TO PROMO-PRECO
           MOVE WS-PROMO-ED-INI-DIA TO PROMO-INI-DIA
           MOVE WS-PROMO-ED-INI-MES TO PROMO-INI-MES
               END-REWRITE
           END-WRITE

           MOVE "Promocao gravada com sucesso." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-PROMO-FIM.
           EXIT.

       P-PROMO-MARGEM.
           MOVE "S" TO WS-MRG-OK
           MOVE "N" TO WS-MRG-ABAIXO
           MOVE WS-PROMO-ED-SKU TO SKU
           MOVE LOW-VALUES TO LOCAL
           MOVE "N" TO WS-CHAVE-EOF
           START ARQUIVO KEY IS NOT LESS THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-PROMO-MARGEM-LE
               UNTIL WS-CHAVE-EOF-SIM OR WS-MRG-ABAIXO = "S"
           IF WS-MRG-ABAIXO = "N"
               GO TO P-PROMO-MARGEM-FIM.

           MOVE WS-PROMO-ED-PRECO TO WS-MRG-PRECO
           PERFORM P-MARGEM-AUTORIZA THRU P-MARGEM-AUTORIZA-FIM.

       P-PROMO-MARGEM-FIM.
           EXIT.

       P-PROMO-MARGEM-LE.
           READ ARQUIVO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF SKU NOT = WS-PROMO-ED-SKU
                   MOVE "S" TO WS-CHAVE-EOF
               ELSE
                   PERFORM P-MARGEM-PISO
                   IF WS-PROMO-ED-PRECO < WS-MRG-PISO
                       MOVE "S" TO WS-MRG-ABAIXO.

      ****************************************
      * Margem minima por grupo: piso do      *
      * preco do produto corrente e           *
      * confirmacao do gerente quando o preco *
      * informado fica abaixo dele            *
      ****************************************
       P-MARGRUPO-LE.
           READ MARGRUPO
           AT END MOVE "S" TO WS-MRG-EOF.
           IF WS-MRG-EOF = "N" AND WS-MRG-USADOS < 20
               ADD 1 TO WS-MRG-USADOS
               MOVE MRG-GRUPO TO TAB-MRG-GRUPO(WS-MRG-USADOS)
               MOVE MRG-MARGEM TO TAB-MRG-MARGEM(WS-MRG-USADOS).

       P-MARGEM-PISO.
           MOVE ZEROS TO WS-MRG-PCT
           MOVE "N" TO WS-MRG-ACHOU
           PERFORM P-MARGEM-BUSCA-GRUPO
               VARYING WS-MRG-IDX FROM 1 BY 1
               UNTIL WS-MRG-IDX > WS-MRG-USADOS OR WS-MRG-ACHOU = "S"
           COMPUTE WS-MRG-PISO ROUNDED =
               VALOR-CUSTO * (100 + WS-MRG-PCT) / 100.

       P-MARGEM-BUSCA-GRUPO.
           IF TAB-MRG-GRUPO(WS-MRG-IDX) = GRUPO
               MOVE TAB-MRG-MARGEM(WS-MRG-IDX) TO WS-MRG-PCT
               MOVE "S" TO WS-MRG-ACHOU.

      * Confere WS-MRG-PRECO contra o piso do produto corrente;
      * devolve WS-MRG-OK = "N" quando o preco nao pode gravar
       P-MARGEM-CONFERE.
           MOVE "S" TO WS-MRG-OK
           PERFORM P-MARGEM-PISO
           IF WS-MRG-PRECO NOT < WS-MRG-PISO
               GO TO P-MARGEM-CONFERE-FIM.
           PERFORM P-MARGEM-AUTORIZA THRU P-MARGEM-AUTORIZA-FIM.

       P-MARGEM-CONFERE-FIM.
           EXIT.

       P-MARGEM-AUTORIZA.
           MOVE "N" TO WS-MRG-OK
           MOVE SPACES TO WS-MRG-RESP
           DISPLAY SS-TELA-MARGEM-CONFIRMA
           ACCEPT SS-TELA-MARGEM-CONFIRMA
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01 OR
               (WS-MRG-RESP NOT = "S" AND WS-MRG-RESP NOT = "s")
               MOVE "Preco abaixo da margem minima: nao gravado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MARGEM-AUTORIZA-FIM.

           IF WS-OP-NIVEL = "G"
               MOVE WS-OPERADOR TO WS-AUTORIZADOR
           ELSE
               CALL "OPLOGIN" USING WS-AUTORIZADOR.
           IF WS-AUT-CODIGO = ZEROS OR WS-AUT-NIVEL NOT = "G"
               MOVE "Preco abaixo do minimo nao autorizado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-MARGEM-AUTORIZA-FIM.

           MOVE "S" TO WS-MRG-OK
           PERFORM P-MARGEM-AUDITA.

       P-MARGEM-AUTORIZA-FIM.
           EXIT.

      * Preco abaixo do minimo aceito fica na trilha de
      * auditoria com SKU, local e o gerente que confirmou
       P-MARGEM-AUDITA.
           MOVE "PRECOMIN" TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING SKU DELIMITED BY SIZE
               LOCAL DELIMITED BY SIZE
               "G" DELIMITED BY SIZE
               WS-AUT-CODIGO DELIMITED BY SIZE
               INTO WS-AUD-CHAVE
           PERFORM P-GRAVA-AUDITORIA.

      ****************************************
      * Verifica se o SKU em PROMO-SKU tem    *
      * promocao vigente na data de hoje      *
           READ PROMOCAO INVALID KEY
               GO TO P-PROMO-VERIFICA-FIM.

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA TO WS-PROMO-HOJE-AMD
           MOVE PROMO-INI-ANO TO WS-PROMO-INI-AMD(1:4)
           MOVE PROMO-INI-MES TO WS-PROMO-INI-AMD(5:2)
      ****************************************
       P-DEVOL-INTRO.
           MOVE ZEROS TO WS-BUSCA-SKU WS-VENDA-QTD WS-DEV-CUPOM
               WS-BAL-CODIGO
           MOVE SPACES TO WS-BUSCA-LOCAL WS-VENDA-FORMA
           DISPLAY SS-TELA-DEVOLUCAO
           ACCEPT SS-TELA-DEVOLUCAO
           IF WS-CODIGO-ESC = 01
               GO TO P-DEVOL-FIM.

      * "V" restitui em vale-troca; o resto segue a regra da
      * venda
           IF WS-VENDA-FORMA = "v"
               MOVE "V" TO WS-VENDA-FORMA.
           IF WS-VENDA-FORMA NOT = "V"
               PERFORM P-VENDA-NORMALIZA-FORMA.

      * Etiqueta da balanca na mercadoria devolvida: etiqueta
      * so com preco pede a quantidade digitada, porque o
      * estorno segue o que foi pago no cupom
           MOVE "N" TO WS-BAL-TEM-PESO WS-BAL-TEM-PRECO
           IF WS-BAL-CODIGO NOT = ZEROS
               PERFORM P-BALANCA-DECODIFICA
                   THRU P-BALANCA-DECODIFICA-FIM
               IF WS-BAL-OK = "N"
                   GO TO P-DEVOL-FIM.

           IF WS-VENDA-QTD = ZEROS
               MOVE "Erro: informe a quantidade devolvida."
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVOL-FIM.

           IF WS-BAL-TEM-PESO = "S" AND TIPO-PRODUTO NOT = "P"
               MOVE "Erro: etiqueta de peso em item nao granel."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-DEVOL-FIM.

      * Kit devolvido: a venda baixou os componentes, entao o
      * estoque reentra componente a componente; o registro do
      * kit continua sem estoque proprio
           PERFORM P-GRAVA-JORNAL.

       P-DEVOL-ESTORNO.
      * O estorno vale o que foi pago na compra original, lido
      * nas linhas do cupom em VENDAS.DAT (ja liquido do
      * desconto em pontos, quando houve), na proporcao da
      * quantidade devolvida
           MOVE WS-DEV-PRECO TO WS-PRECO-VENDA-EFETIVO.

           PERFORM P-DATA-MOVIMENTO
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO VND-HORA
           MOVE SKU TO VND-SKU
           MOVE NOME TO VND-NOME
           MOVE WS-VENDA-QTD TO VND-QTD
           MOVE WS-PRECO-VENDA-EFETIVO TO VND-VALOR-UNITARIO
           COMPUTE VND-VALOR-TOTAL ROUNDED =
               WS-DEV-VALOR-VENDIDO * WS-VENDA-QTD
               / WS-DEV-QTD-VENDIDA
           MOVE WS-DATA-SISTEMA(7:2) TO VND-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO VND-MES
           MOVE WS-DATA-SISTEMA(1:4) TO VND-ANO
           MOVE WS-VENDA-FORMA TO VND-FORMA-PAGTO
           MOVE ZEROS TO VND-CLIENTE
           MOVE WS-DEV-CUPOM TO VND-CUPOM
           MOVE VND-VALOR-TOTAL TO WS-PTS-BASE
           MOVE WS-OP-CODIGO TO VND-OPERADOR
           MOVE LOCAL TO VND-LOCAL
           MOVE ZEROS TO VND-ENCOMENDA
           WRITE REG-VENDAS

      * Compra de cliente identificado: os pontos ganhos naquele
      * cupom saem na proporcao do valor devolvido
           IF WS-DEV-CLIENTE NOT = ZEROS
               PERFORM P-PONTOS-ESTORNO THRU P-PONTOS-ESTORNO-FIM.

           IF WS-VENDA-FORMA = "V"
               PERFORM P-VALE-EMITE THRU P-VALE-EMITE-FIM
               GO TO P-DEVOL-FIM.

           MOVE "Devolucao registrada com sucesso." TO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM
           GO TO P-DEVOL-FIM.
       P-DEVOL-VALIDA-CUPOM.
           MOVE "N" TO WS-DEV-ACHOU
           MOVE ZEROS TO WS-DEV-PRECO WS-DEV-QTD-VENDIDA
               WS-DEV-QTD-DEVOLVIDA WS-DEV-CLIENTE
               WS-DEV-VALOR-VENDIDO

           CLOSE VENDAS
           OPEN INPUT VENDAS
                   ELSE
                       MOVE "S" TO WS-DEV-ACHOU
                       ADD VND-QTD TO WS-DEV-QTD-VENDIDA
                       ADD VND-VALOR-TOTAL TO WS-DEV-VALOR-VENDIDO
                       MOVE VND-CLIENTE TO WS-DEV-CLIENTE
                       MOVE VND-VALOR-UNITARIO TO WS-DEV-PRECO.

       P-DEVOL-VALIDA-CUPOM-FIM.
       P-DEVOL-FIM.
           EXIT.

      ****************************************
      * Etiqueta da balanca (EAN-13 de peso   *
      * ou preco variavel): confere o digito  *
      * verificador, acha o leiaute do        *
      * prefixo e separa o codigo do produto  *
      * e o peso ou o preco embutidos         *
      ****************************************
       P-BALANCA-LE.
           READ BALANCA
           AT END MOVE "S" TO WS-BAL-EOF.
           IF WS-BAL-EOF = "N" AND WS-BAL-USADOS < 10
               ADD 1 TO WS-BAL-USADOS
               MOVE BAL-PREFIXO TO TAB-BAL-PREFIXO(WS-BAL-USADOS)
               MOVE BAL-LEIAUTE TO TAB-BAL-LEIAUTE(WS-BAL-USADOS).

       P-BALANCA-DECODIFICA.
           MOVE "N" TO WS-BAL-OK
           IF WS-BAL-DIGITO(1) NOT = 2
               MOVE "Erro: etiqueta de balanca comeca com 2."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-BALANCA-DECODIFICA-FIM.

      * Digito verificador do EAN-13: posicoes impares peso 1,
      * pares peso 3; o digito completa a soma ate a dezena
           MOVE ZEROS TO WS-BAL-SOMA
           PERFORM P-BALANCA-SOMA-DIGITO
               VARYING WS-BAL-POS FROM 1 BY 1 UNTIL WS-BAL-POS > 12
           DIVIDE WS-BAL-SOMA BY 10 GIVING WS-BAL-NUM
               REMAINDER WS-BAL-DV
           IF WS-BAL-DV NOT = ZEROS
               SUBTRACT WS-BAL-DV FROM 10 GIVING WS-BAL-DV.
           IF WS-BAL-DV NOT = WS-BAL-DIGITO(13)
               MOVE "Erro: digito verificador da etiqueta."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-BALANCA-DECODIFICA-FIM.

           MOVE WS-BAL-ETIQUETA(1:2) TO WS-BAL-PREFIXO
           IF WS-BAL-USADOS = ZEROS
               MOVE WS-BAL-LEIAUTE-PADRAO TO WS-BAL-LEIAUTE
           ELSE
               MOVE "N" TO WS-BAL-ACHOU
               PERFORM P-BALANCA-ACHA-LEIAUTE
                   VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-USADOS
                       OR WS-BAL-ACHOU = "S"
               IF WS-BAL-ACHOU = "N"
                   MOVE "Erro: prefixo de etiqueta sem leiaute."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-BALANCA-DECODIFICA-FIM.

      * Cada campo tem que caber entre a posicao 2 e a 12
           IF WS-BAL-TAM-CODIGO = ZEROS OR WS-BAL-TAM-CODIGO > 6
               OR WS-BAL-POS-CODIGO < 2
               OR WS-BAL-POS-CODIGO + WS-BAL-TAM-CODIGO > 13
               OR WS-BAL-TAM-PESO > 6 OR WS-BAL-TAM-PRECO > 6
               OR (WS-BAL-TAM-PESO = ZEROS AND
                   WS-BAL-TAM-PRECO = ZEROS)
               OR (WS-BAL-TAM-PESO > ZEROS AND
                   (WS-BAL-POS-PESO < 2 OR
                    WS-BAL-POS-PESO + WS-BAL-TAM-PESO > 13))
               OR (WS-BAL-TAM-PRECO > ZEROS AND
                   (WS-BAL-POS-PRECO < 2 OR
                    WS-BAL-POS-PRECO + WS-BAL-TAM-PRECO > 13))
               MOVE "Erro: leiaute de etiqueta invalido."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-BALANCA-DECODIFICA-FIM.

           MOVE WS-BAL-ETIQUETA(WS-BAL-POS-CODIGO:WS-BAL-TAM-CODIGO)
               TO WS-BAL-NUM
           IF WS-BAL-NUM = ZEROS OR WS-BAL-NUM > 9999
               MOVE "Erro: codigo da etiqueta fora da faixa."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-BALANCA-DECODIFICA-FIM.
           MOVE WS-BAL-NUM TO WS-BUSCA-SKU

           IF WS-BAL-TAM-PESO > ZEROS
               MOVE WS-BAL-ETIQUETA(WS-BAL-POS-PESO:WS-BAL-TAM-PESO)
                   TO WS-BAL-NUM
               IF WS-BAL-NUM = ZEROS OR WS-BAL-NUM > 9999
                   MOVE "Erro: peso da etiqueta fora da faixa."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-BALANCA-DECODIFICA-FIM
               END-IF
               MOVE WS-BAL-NUM TO WS-VENDA-QTD
               MOVE "S" TO WS-BAL-TEM-PESO.

           IF WS-BAL-TAM-PRECO > ZEROS
               MOVE WS-BAL-ETIQUETA(WS-BAL-POS-PRECO:WS-BAL-TAM-PRECO)
                   TO WS-BAL-NUM
               COMPUTE WS-BAL-PRECO = WS-BAL-NUM / 100
               MOVE "S" TO WS-BAL-TEM-PRECO.

           MOVE "S" TO WS-BAL-OK.

       P-BALANCA-DECODIFICA-FIM.
           EXIT.

       P-BALANCA-SOMA-DIGITO.
           DIVIDE WS-BAL-POS BY 2 GIVING WS-BAL-NUM
               REMAINDER WS-BAL-RESTO
           IF WS-BAL-RESTO = 1
               ADD WS-BAL-DIGITO(WS-BAL-POS) TO WS-BAL-SOMA
           ELSE
               COMPUTE WS-BAL-SOMA =
                   WS-BAL-SOMA + 3 * WS-BAL-DIGITO(WS-BAL-POS).

       P-BALANCA-ACHA-LEIAUTE.
           IF TAB-BAL-PREFIXO(WS-BAL-IDX) = WS-BAL-PREFIXO
               MOVE TAB-BAL-LEIAUTE(WS-BAL-IDX) TO WS-BAL-LEIAUTE
               MOVE "S" TO WS-BAL-ACHOU.

      ****************************************
      * Etiqueta na venda, com o produto ja   *
      * lido: etiqueta de peso so em granel;  *
      * etiqueta so de preco sem quantidade   *
      * digitada tem a quantidade tirada do   *
      * nosso preco. O item e cobrado pelo    *
      * nosso preco; se o da etiqueta nao     *
      * bater a linha fica marcada e a        *
      * divergencia vai para a auditoria      *
      ****************************************
       P-BALANCA-CONFERE.
           MOVE "N" TO WS-BAL-OK WS-BAL-DERIVADA
           IF WS-BAL-TEM-PESO = "S" AND TIPO-PRODUTO NOT = "P"
               MOVE "Erro: etiqueta de peso em item nao granel."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-BALANCA-CONFERE-FIM.

           IF WS-VENDA-QTD = ZEROS
               IF WS-PRECO-VENDA-EFETIVO = ZEROS
                   MOVE "Erro: produto sem preco de venda."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-BALANCA-CONFERE-FIM
               END-IF
               IF TIPO-PRODUTO = "P"
                   COMPUTE WS-BAL-NUM ROUNDED =
                       WS-BAL-PRECO * 1000 / WS-PRECO-VENDA-EFETIVO
               ELSE
                   COMPUTE WS-BAL-NUM ROUNDED =
                       WS-BAL-PRECO / WS-PRECO-VENDA-EFETIVO
               END-IF
               IF WS-BAL-NUM = ZEROS
                   MOVE 1 TO WS-BAL-NUM
               END-IF
               IF WS-BAL-NUM > 9999
                   MOVE "Erro: quantidade da etiqueta acima de 9999."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
                   GO TO P-BALANCA-CONFERE-FIM
               END-IF
               MOVE WS-BAL-NUM TO WS-VENDA-QTD
               MOVE "S" TO WS-BAL-DERIVADA.

           MOVE "S" TO WS-BAL-OK
      * Granel com o peso tirado do proprio preco sempre bate
           IF WS-BAL-TEM-PRECO = "N" OR
               (WS-BAL-DERIVADA = "S" AND TIPO-PRODUTO = "P")
               GO TO P-BALANCA-CONFERE-FIM.

           IF TIPO-PRODUTO = "P"
               COMPUTE WS-BAL-TOTAL ROUNDED =
                   WS-PRECO-VENDA-EFETIVO * WS-VENDA-QTD / 1000
           ELSE
               MULTIPLY WS-PRECO-VENDA-EFETIVO BY WS-VENDA-QTD
                   GIVING WS-BAL-TOTAL.
           COMPUTE WS-BAL-DIFERENCA = WS-BAL-TOTAL - WS-BAL-PRECO
           IF WS-BAL-DIFERENCA > 0,01 OR WS-BAL-DIFERENCA < -0,01
               MOVE "S" TO WS-BAL-DIVERGE
               MOVE "PRECO BAL" TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING SKU DELIMITED BY SIZE
                   LOCAL DELIMITED BY SIZE
                   INTO WS-AUD-CHAVE
               PERFORM P-GRAVA-AUDITORIA
               MOVE "Atencao: preco da etiqueta difere do nosso."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-BALANCA-CONFERE-FIM.
           EXIT.

      ****************************************
      * Vale-troca: emitido na devolucao em   *
      * lugar do dinheiro, aceito como forma  *
      * de pagamento na venda (no todo ou em  *
      * parte) com o saldo guardado no vale   *
      ****************************************
       P-VALE-EMITE.
           MOVE ZEROS TO VLT-NUMERO
           MOVE "N" TO WS-CHAVE-EOF
           START VALETROC KEY IS GREATER THAN VLT-NUMERO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-VALE-ACHA-ULTIMO UNTIL WS-CHAVE-EOF-SIM
           MOVE VLT-NUMERO TO WS-VLT-PROX
           ADD 1 TO WS-VLT-PROX

           MOVE WS-DATA-SISTEMA(7:2) TO WS-AGE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-AGE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-AGE-ANO
           PERFORM P-AGENDA-AVANCA-DIA WS-VLT-VALIDADE-DIAS TIMES

           MOVE WS-VLT-PROX TO VLT-NUMERO
           MOVE WS-DATA-SISTEMA TO VLT-EMISSAO
           MOVE WS-AGE-ANO TO VLT-VALIDADE(1:4)
           MOVE WS-AGE-MES TO VLT-VALIDADE(5:2)
           MOVE WS-AGE-DIA TO VLT-VALIDADE(7:2)
           MOVE VND-VALOR-TOTAL TO VLT-VALOR VLT-SALDO
           MOVE WS-DEV-CUPOM TO VLT-CUPOM-ORIGEM
           MOVE WS-OP-CODIGO TO VLT-OPERADOR
           MOVE ZEROS TO VLT-ULT-USO
           WRITE REG-VALETROC INVALID KEY
               MOVE "Erro ao gravar o vale: emita manualmente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-EMITE-FIM.

           PERFORM P-CUPOM-ABRE THRU P-CUPOM-ABRE-FIM
           IF WS-CUPOM-ABERTO = "S"
               PERFORM P-VALE-CUPOM-EMISSAO.

           MOVE SPACES TO WS-MENSAGEM
           STRING "Devolucao registrada: vale-troca Nr "
               DELIMITED BY SIZE
               VLT-NUMERO DELIMITED BY SIZE
               INTO WS-MENSAGEM
           PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-VALE-EMITE-FIM.
           EXIT.

       P-VALE-ACHA-ULTIMO.
           READ VALETROC NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.

       P-VALE-CUPOM-EMISSAO.
           MOVE ALL "-" TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE "          BOMBONIERE BOLINHO" TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "VALE-TROCA Nr " DELIMITED BY SIZE
               VLT-NUMERO DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               VLT-EMISSAO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-EMISSAO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-EMISSAO(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "Devolucao do cupom Nr " DELIMITED BY SIZE
               VLT-CUPOM-ORIGEM DELIMITED BY SIZE
               " - SKU " DELIMITED BY SIZE
               VND-SKU DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE VLT-VALOR TO WS-CUPOM-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "VALOR DO VALE R$" DELIMITED BY SIZE
               WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "Valido ate " DELIMITED BY SIZE
               VLT-VALIDADE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-VALIDADE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-VALIDADE(1:4) DELIMITED BY SIZE
               " em qualquer compra na loja." DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE "Nao e trocado por dinheiro." TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE ALL "-" TO REG-CUPOM
           WRITE REG-CUPOM
           CLOSE CUPOM.

      * Conferencia do vale digitado na tela de fechamento da
      * venda; fiado nao se mistura com vale
       P-VALE-CONFERE.
           MOVE "S" TO WS-VLT-OK
           IF WS-VLT-NUMERO = ZEROS
               GO TO P-VALE-CONFERE-FIM.

           MOVE "N" TO WS-VLT-OK
           IF WS-VENDA-FIADO-RESP = "S" OR WS-VENDA-FIADO-RESP = "s"
               MOVE "Venda fiado nao aceita vale-troca."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM.

           MOVE WS-VLT-NUMERO TO VLT-NUMERO
           READ VALETROC INVALID KEY
               MOVE "Vale-troca nao encontrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM.

           IF VLT-SALDO = ZEROS
               MOVE "Vale-troca ja utilizado por inteiro."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM.

           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA TO WS-VLT-HOJE
           IF VLT-VALIDADE < WS-VLT-HOJE
               MOVE SPACES TO WS-MENSAGEM
               STRING "Vale-troca vencido em " DELIMITED BY SIZE
                   VLT-VALIDADE(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   VLT-VALIDADE(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   VLT-VALIDADE(1:4) DELIMITED BY SIZE
                   INTO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-CONFERE-FIM.

           MOVE "S" TO WS-VLT-OK.

       P-VALE-CONFERE-FIM.
           EXIT.

      * Linha da cesta paga com o vale: sai com a forma "V"; a
      * linha em que o vale acaba e gravada em duas, a parte do
      * vale com a quantidade e o complemento na forma digitada
      * com quantidade zero
       P-VALE-LINHA.
           IF WS-VLT-RESTA NOT < VND-VALOR-TOTAL
               MOVE "V" TO VND-FORMA-PAGTO
               SUBTRACT VND-VALOR-TOTAL FROM WS-VLT-RESTA
               WRITE REG-VENDAS
               GO TO P-VALE-LINHA-FIM.

           MOVE VND-VALOR-TOTAL TO WS-VLT-LINHA-TOTAL
           MOVE VND-QTD TO WS-VLT-LINHA-QTD
           MOVE VND-FORMA-PAGTO TO WS-VLT-LINHA-FORMA
           MOVE WS-VLT-RESTA TO VND-VALOR-TOTAL
           MOVE "V" TO VND-FORMA-PAGTO
           WRITE REG-VENDAS

           MOVE ZEROS TO VND-QTD
           SUBTRACT WS-VLT-RESTA FROM WS-VLT-LINHA-TOTAL
               GIVING VND-VALOR-TOTAL
           MOVE WS-VLT-LINHA-FORMA TO VND-FORMA-PAGTO
           WRITE REG-VENDAS

      * volta a linha inteira para o cupom
           MOVE WS-VLT-LINHA-QTD TO VND-QTD
           MOVE WS-VLT-LINHA-TOTAL TO VND-VALOR-TOTAL
           MOVE ZEROS TO WS-VLT-RESTA.

       P-VALE-LINHA-FIM.
           EXIT.

       P-VALE-BAIXA.
           MOVE WS-VLT-NUMERO TO VLT-NUMERO
           READ VALETROC INVALID KEY
               MOVE "Erro ao reler o vale-troca." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-VALE-BAIXA-FIM.

           SUBTRACT WS-VLT-USO FROM VLT-SALDO
           PERFORM P-DATA-MOVIMENTO
           MOVE WS-DATA-SISTEMA TO VLT-ULT-USO
           REWRITE REG-VALETROC INVALID KEY
               MOVE "Erro ao baixar o saldo do vale-troca."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM.

       P-VALE-BAIXA-FIM.
           EXIT.

       P-VALE-CUPOM-PAGTO.
           MOVE WS-VLT-USO TO WS-CUPOM-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "PAGO COM VALE-TROCA Nr " DELIMITED BY SIZE
               WS-VLT-NUMERO DELIMITED BY SIZE
               " R$" DELIMITED BY SIZE
               WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM
           MOVE VLT-SALDO TO WS-CUPOM-TOTAL-PRINT
           MOVE SPACES TO WS-LINHA-CUPOM
           STRING "Saldo que fica no vale R$" DELIMITED BY SIZE
               WS-CUPOM-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-CUPOM
           MOVE WS-LINHA-CUPOM TO REG-CUPOM
           WRITE REG-CUPOM.

      ****************************************
      * Programa de pontos: ganho por grupo   *
      * de mercadoria na venda identificada,  *
      * resgate como desconto, estorno na     *
      * devolucao e extrato; os vencidos saem *
      * no job noturno PONTEXP                *
      ****************************************
       P-PONTGRUP-LE.
           READ PONTGRUP
           AT END MOVE "S" TO WS-PGR-EOF.
           IF WS-PGR-EOF = "N" AND WS-PGR-USADOS < 20
               ADD 1 TO WS-PGR-USADOS
               MOVE PGR-GRUPO TO TAB-PGR-GRUPO(WS-PGR-USADOS)
               MOVE PGR-FATOR TO TAB-PGR-FATOR(WS-PGR-USADOS).

       P-PONTOS-RESGATE.
           MOVE "N" TO WS-PTS-CLIENTE-OK
           MOVE ZEROS TO WS-PTS-RESGATE WS-PTS-DESCONTO
               WS-PTS-SALDO WS-PTS-GANHOS WS-PTS-MAXIMO
           MOVE WS-CST-TOTAL TO WS-CST-BRUTO
           IF WS-FIADO-CLIENTE = ZEROS
               GO TO P-PONTOS-RESGATE-FIM.

           MOVE WS-FIADO-CLIENTE TO CLI-CODIGO
           READ CLIENTES INVALID KEY
               GO TO P-PONTOS-RESGATE-FIM.

           MOVE "S" TO WS-PTS-CLIENTE-OK
           MOVE WS-FIADO-CLIENTE TO WS-PTS-CLIENTE
           PERFORM P-PONTOS-SALDO THRU P-PONTOS-SALDO-FIM

      * O desconto nunca passa do total da venda
           IF WS-PTS-SALDO > ZEROS
               COMPUTE WS-PTS-MAXIMO =
                   WS-CST-TOTAL / WS-PTS-VALOR-PONTO
               IF WS-PTS-MAXIMO > WS-PTS-SALDO
                   MOVE WS-PTS-SALDO TO WS-PTS-MAXIMO.

           DISPLAY SS-TELA-PONTOS
           ACCEPT SS-TELA-PONTOS
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               MOVE ZEROS TO WS-PTS-RESGATE
               GO TO P-PONTOS-RESGATE-FIM.

           IF WS-PTS-RESGATE = ZEROS
               GO TO P-PONTOS-RESGATE-FIM.

           IF WS-PTS-RESGATE > WS-PTS-MAXIMO
               MOVE "Resgate acima do permitido: sem desconto."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               MOVE ZEROS TO WS-PTS-RESGATE
               GO TO P-PONTOS-RESGATE-FIM.

           COMPUTE WS-PTS-DESCONTO =
               WS-PTS-RESGATE * WS-PTS-VALOR-PONTO
           SUBTRACT WS-PTS-DESCONTO FROM WS-CST-TOTAL

      * A ultima linha ativa da cesta absorve os centavos do
      * rateio do desconto
           MOVE ZEROS TO WS-PTS-ULTIMA
           PERFORM P-PONTOS-ULTIMA-LINHA
               VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-CST-USADOS.

       P-PONTOS-RESGATE-FIM.
           EXIT.

       P-PONTOS-ULTIMA-LINHA.
           IF TAB-CST-SITU(WS-CST-IDX) NOT = "C"
               MOVE WS-CST-IDX TO WS-PTS-ULTIMA.

       P-PONTOS-SALDO.
           MOVE ZEROS TO WS-PTS-SALDO
           OPEN INPUT PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               GO TO P-PONTOS-SALDO-FIM.
           MOVE "N" TO WS-PTS-EOF
           PERFORM P-PONTOS-SALDO-LE UNTIL WS-PTS-EOF = "S"
           CLOSE PONTOS.

       P-PONTOS-SALDO-FIM.
           EXIT.

       P-PONTOS-SALDO-LE.
           READ PONTOS
           AT END MOVE "S" TO WS-PTS-EOF.
           IF WS-PTS-EOF = "N"
               IF PTS-CLIENTE = WS-PTS-CLIENTE
                   IF PTS-TIPO = "G"
                       ADD PTS-QTD TO WS-PTS-SALDO
                   ELSE
                       SUBTRACT PTS-QTD FROM WS-PTS-SALDO.

      * Parte do desconto que cabe na linha corrente, na
      * proporcao do valor da linha sobre o total da cesta
       P-PONTOS-RATEIA.
           IF WS-CST-IDX = WS-PTS-ULTIMA
               IF WS-PTS-DESC-ACUM < WS-PTS-DESCONTO
                   SUBTRACT WS-PTS-DESC-ACUM FROM WS-PTS-DESCONTO
                       GIVING WS-PTS-DESC-LINHA
               ELSE
                   MOVE ZEROS TO WS-PTS-DESC-LINHA
               END-IF
           ELSE
               COMPUTE WS-PTS-DESC-LINHA ROUNDED =
                   WS-PTS-DESCONTO * VND-VALOR-TOTAL / WS-CST-BRUTO
           END-IF
           IF WS-PTS-DESC-LINHA > VND-VALOR-TOTAL
               MOVE VND-VALOR-TOTAL TO WS-PTS-DESC-LINHA.
           ADD WS-PTS-DESC-LINHA TO WS-PTS-DESC-ACUM
           SUBTRACT WS-PTS-DESC-LINHA FROM VND-VALOR-TOTAL.

      * Pontos da linha pelo fator do grupo do item (o kit
      * ganha pelo grupo do proprio kit), sobre o valor pago
       P-PONTOS-ACUMULA.
           MOVE WS-PTS-FATOR-PADRAO TO WS-PTS-FATOR
           MOVE "N" TO WS-PGR-ACHOU
           PERFORM P-PONTOS-BUSCA-GRUPO
               VARYING WS-PGR-IDX FROM 1 BY 1
               UNTIL WS-PGR-IDX > WS-PGR-USADOS OR WS-PGR-ACHOU = "S"
           COMPUTE WS-PTS-GANHO-CALC =
               WS-PTS-GANHO-CALC + VND-VALOR-TOTAL * WS-PTS-FATOR
           ADD VND-VALOR-TOTAL TO WS-PTS-BASE.

       P-PONTOS-BUSCA-GRUPO.
           IF TAB-PGR-GRUPO(WS-PGR-IDX) = GRUPO
               MOVE TAB-PGR-FATOR(WS-PGR-IDX) TO WS-PTS-FATOR
               MOVE "S" TO WS-PGR-ACHOU.

      * Resgate e ganho do cupom no livro de pontos; o saldo
      * impresso no cupom ja considera os dois
       P-PONTOS-GRAVA-VENDA.
           MOVE WS-PTS-GANHO-CALC TO WS-PTS-GANHOS
           SUBTRACT WS-PTS-RESGATE FROM WS-PTS-SALDO
           ADD WS-PTS-GANHOS TO WS-PTS-SALDO
           IF WS-PTS-RESGATE = ZEROS AND WS-PTS-GANHOS = ZEROS
               GO TO P-PONTOS-GRAVA-VENDA-FIM.

           OPEN EXTEND PONTOS
           IF WS-STATUS-PONTOS = "35"
               OPEN OUTPUT PONTOS.
           IF WS-STATUS-PONTOS NOT = "00" AND
               WS-STATUS-PONTOS NOT = "05"
               MOVE "Erro ao gravar os pontos do cliente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PONTOS-GRAVA-VENDA-FIM.

           MOVE WS-DATA-SISTEMA(7:2) TO PTS-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO PTS-MES
           MOVE WS-DATA-SISTEMA(1:4) TO PTS-ANO
           MOVE WS-PTS-CLIENTE TO PTS-CLIENTE
           MOVE WS-CUPOM-NUM TO PTS-CUPOM
           IF WS-PTS-RESGATE > ZEROS
               MOVE "R" TO PTS-TIPO
               MOVE WS-PTS-RESGATE TO PTS-QTD
               MOVE WS-PTS-DESCONTO TO PTS-VALOR
               WRITE REG-PONTOS.
           IF WS-PTS-GANHOS > ZEROS
               MOVE "G" TO PTS-TIPO
               MOVE WS-PTS-GANHOS TO PTS-QTD
               MOVE WS-PTS-BASE TO PTS-VALOR
               WRITE REG-PONTOS.
           CLOSE PONTOS.

       P-PONTOS-GRAVA-VENDA-FIM.
           EXIT.

      ****************************************
      * Estorno dos pontos de um cupom        *
      * devolvido: ganho do cupom vezes o     *
      * valor devolvido sobre o valor que     *
      * gerou os pontos, sem passar do que    *
      * ainda nao foi estornado               *
      ****************************************
       P-PONTOS-ESTORNO.
           MOVE ZEROS TO WS-PTS-CUPOM-GANHO WS-PTS-CUPOM-VALOR
               WS-PTS-CUPOM-ESTORNO WS-PTS-ESTORNO
           OPEN INPUT PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               GO TO P-PONTOS-ESTORNO-FIM.
           MOVE "N" TO WS-PTS-EOF
           PERFORM P-PONTOS-ESTORNO-LE UNTIL WS-PTS-EOF = "S"
           CLOSE PONTOS

           IF WS-PTS-CUPOM-GANHO = ZEROS OR
               WS-PTS-CUPOM-VALOR = ZEROS
               GO TO P-PONTOS-ESTORNO-FIM.

           COMPUTE WS-PTS-ESTORNO ROUNDED =
               WS-PTS-CUPOM-GANHO * WS-PTS-BASE / WS-PTS-CUPOM-VALOR
           IF WS-PTS-CUPOM-ESTORNO NOT < WS-PTS-CUPOM-GANHO
               GO TO P-PONTOS-ESTORNO-FIM.
           SUBTRACT WS-PTS-CUPOM-ESTORNO FROM WS-PTS-CUPOM-GANHO
           IF WS-PTS-ESTORNO > WS-PTS-CUPOM-GANHO
               MOVE WS-PTS-CUPOM-GANHO TO WS-PTS-ESTORNO.
           IF WS-PTS-ESTORNO = ZEROS
               GO TO P-PONTOS-ESTORNO-FIM.

           OPEN EXTEND PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               MOVE "Erro ao estornar os pontos do cliente."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PONTOS-ESTORNO-FIM.
           MOVE WS-DATA-SISTEMA(7:2) TO PTS-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO PTS-MES
           MOVE WS-DATA-SISTEMA(1:4) TO PTS-ANO
           MOVE WS-DEV-CLIENTE TO PTS-CLIENTE
           MOVE "E" TO PTS-TIPO
           MOVE WS-PTS-ESTORNO TO PTS-QTD
           MOVE WS-DEV-CUPOM TO PTS-CUPOM
           MOVE WS-PTS-BASE TO PTS-VALOR
           WRITE REG-PONTOS
           CLOSE PONTOS.
           GO TO P-PONTOS-ESTORNO-FIM.

       P-PONTOS-ESTORNO-LE.
           READ PONTOS
           AT END MOVE "S" TO WS-PTS-EOF.
           IF WS-PTS-EOF = "N"
               IF PTS-CLIENTE = WS-DEV-CLIENTE AND
                   PTS-CUPOM = WS-DEV-CUPOM
                   IF PTS-TIPO = "G"
                       ADD PTS-QTD TO WS-PTS-CUPOM-GANHO
                       ADD PTS-VALOR TO WS-PTS-CUPOM-VALOR
                   ELSE
                       IF PTS-TIPO = "E"
                           ADD PTS-QTD TO WS-PTS-CUPOM-ESTORNO.

       P-PONTOS-ESTORNO-FIM.
           EXIT.

       P-PONTOS-EXTRATO.
           MOVE ZEROS TO WS-FIADO-CLIENTE
           DISPLAY SS-TELA-PONTOS-EXTRATO
           ACCEPT SS-TELA-PONTOS-EXTRATO
           ACCEPT WS-CODIGO-ESC FROM ESCAPE KEY
           IF WS-CODIGO-ESC = 01
               GO TO P-PONTOS-EXTRATO-FIM.

           MOVE WS-FIADO-CLIENTE TO CLI-CODIGO
           READ CLIENTES INVALID KEY
               MOVE "Cliente nao encontrado." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PONTOS-EXTRATO-FIM.

           OPEN INPUT PONTOS
           IF WS-STATUS-PONTOS NOT = "00"
               MOVE "Nenhum movimento de pontos registrado."
                   TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
               GO TO P-PONTOS-EXTRATO-FIM.

           DISPLAY SS-TELA-MOSTRA-LISTA
           DISPLAY "Pontos do cliente " CLI-CODIGO " - " CLI-NOME
           DISPLAY "G=ganho R=resgate E=estorno X=vencido"
           MOVE WS-FIADO-CLIENTE TO WS-PTS-CLIENTE
           MOVE ZEROS TO WS-PTS-SALDO
           MOVE 3 TO WS-FIADO-LINHAS
           MOVE "N" TO WS-PTS-EOF
           PERFORM P-PONTOS-EXTRATO-LINHA UNTIL WS-PTS-EOF = "S"
           CLOSE PONTOS

           MOVE WS-PTS-SALDO TO WS-PTS-SALDO-PRINT
           DISPLAY "Saldo de pontos: " WS-PTS-SALDO-PRINT
           IF WS-PTS-SALDO > ZEROS
               COMPUTE WS-FIADO-SALDO-CORR =
                   WS-PTS-SALDO * WS-PTS-VALOR-PONTO
               MOVE WS-FIADO-SALDO-CORR TO WS-FIADO-SALDO-PRINT
               DISPLAY "Vale em desconto: R$" WS-FIADO-SALDO-PRINT.
           DISPLAY "Aperte o ENTER para prosseguir..."
           ACCEPT WS-CODIGO-ESC.
           GO TO P-PONTOS-EXTRATO-FIM.

       P-PONTOS-EXTRATO-LINHA.
           READ PONTOS
           AT END MOVE "S" TO WS-PTS-EOF.
           IF WS-PTS-EOF = "N"
               IF PTS-CLIENTE = WS-PTS-CLIENTE
                   IF PTS-TIPO = "G"
                       ADD PTS-QTD TO WS-PTS-SALDO
                   ELSE
                       SUBTRACT PTS-QTD FROM WS-PTS-SALDO
                   END-IF
                   MOVE PTS-QTD TO WS-PTS-PRINT
                   MOVE WS-PTS-SALDO TO WS-PTS-SALDO-PRINT
                   DISPLAY PTS-DIA "/" PTS-MES "/" PTS-ANO " "
                       PTS-TIPO " cupom " PTS-CUPOM " pontos "
                       WS-PTS-PRINT " saldo " WS-PTS-SALDO-PRINT
                   ADD 1 TO WS-FIADO-LINHAS
                   IF WS-FIADO-LINHAS > 18
                       DISPLAY "Aperte o ENTER para prosseguir..."
                       ACCEPT WS-CODIGO-ESC
                       MOVE 2 TO WS-FIADO-LINHAS.

       P-PONTOS-EXTRATO-FIM.
           EXIT.

      ********************************
      * Rotinas de exportação em CSV *
      ********************************

       P-FIM-SAIDA.
           CLOSE ARQUIVO HISTPRECO VENDAS PROMOCAO CLIENTES CONTAPAG
               PEDCOMP KITCOMP ENCOMEND VALETROC RECEITA.

       P-FIM-EXIT.
           EXIT PROGRAM.
