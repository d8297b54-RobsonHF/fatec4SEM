      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Conciliacao das vendas em   *
      *          cartao e PIX com o arquivo  *
      *          de liquidacao da            *
      *          adquirente/banco: casa por  *
      *          data e valor, lista o que   *
      *          sobrou de cada lado, soma   *
      *          as taxas por mes e regrava  *
      *          os recebiveis em aberto     *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CARTCONC.
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

           SELECT LIQUIDAC ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-LIQUIDAC.

           SELECT CARTREC ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-CARTREC.

           SELECT RELCONC ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELCONC.

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

      * Extrato de liquidacao recebido da adquirente (cartao)
      * e do banco (PIX), uma linha por transacao paga
       FD LIQUIDAC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "LIQUIDAC.DAT".
           01 REG-LIQUIDAC.
      * Data da venda no terminal
               05 LIQ-DATA-VENDA.
                   10 LIQ-VND-DIA          PIC 99.
                   10 LIQ-VND-MES          PIC 99.
                   10 LIQ-VND-ANO          PIC 9(04).
      * Data do credito em conta
               05 LIQ-DATA-PAGTO.
                   10 LIQ-PAG-DIA          PIC 99.
                   10 LIQ-PAG-MES          PIC 99.
                   10 LIQ-PAG-ANO          PIC 9(04).
      * "C" = cartao, "P" = PIX; espaco casa com qualquer um
               05 LIQ-FORMA                PIC X(01).
               05 LIQ-VALOR-BRUTO          PIC 9(07)V99.
               05 LIQ-TAXA                 PIC 9(05)V99.
               05 LIQ-NSU                  PIC X(12).

      * Recebiveis de cartao/PIX ainda nao liquidados,
      * regravado a cada conciliacao
       FD CARTREC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CARTREC.DAT".
           01 REG-CARTREC.
               05 CRB-DATA.
                   10 CRB-DIA              PIC 99.
                   10 CRB-MES              PIC 99.
                   10 CRB-ANO              PIC 9(04).
               05 CRB-CUPOM                PIC 9(06).
               05 CRB-FORMA                PIC X(01).
               05 CRB-VALOR                PIC 9(07)V99.

       FD RELCONC
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CARTCONC.LST".
           01 REG-RELCONC                      PIC X(100).

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
           77 WS-STATUS-LIQUIDAC           PIC X(02).
           77 WS-STATUS-CARTREC            PIC X(02).
           77 WS-STATUS-RELCONC            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELCONC             PIC X(100) VALUE SPACES.
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

           77 WS-TRN-IDX                   PIC 9(04) VALUE ZEROS.
           77 WS-TRN-USADOS                PIC 9(04) VALUE ZEROS.
           77 WS-TRN-ACHOU                 PIC X     VALUE "N".
           77 WS-TRN-LIMITE                PIC 9(04) VALUE 3000.

           77 WS-TAX-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-TAX-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-TAX-ACHOU                 PIC X     VALUE "N".
           77 WS-TAX-ANO-MES               PIC 9(06) VALUE ZEROS.

           77 WS-QTD-CONCILIADAS           PIC 9(05) VALUE ZEROS.
           77 WS-QTD-SEM-VENDA             PIC 9(05) VALUE ZEROS.
           77 WS-QTD-EM-ABERTO             PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-CONCILIADO          PIC S9(09)V99 VALUE ZEROS.
           77 WS-TOTAL-SEM-VENDA           PIC S9(09)V99 VALUE ZEROS.
           77 WS-TOTAL-EM-ABERTO           PIC S9(09)V99 VALUE ZEROS.
           77 WS-TOTAL-TAXAS               PIC S9(09)V99 VALUE ZEROS.

           77 WS-VALOR-PRINT               PIC -(08)9,99.
           77 WS-TAXA-PRINT                PIC -(06)9,99.

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

      * Transacoes de cartao/PIX do periodo: as linhas de um
      * mesmo cupom somam numa transacao so (e o valor que
      * passou no terminal); "A" = em aberto, "L" = liquidada
       01 TABELA-TRANSACAO.
           05 TAB-TRN-ITEM OCCURS 3000 TIMES.
               10 TAB-TRN-AMD              PIC 9(08).
               10 TAB-TRN-CUPOM            PIC 9(06).
               10 TAB-TRN-FORMA            PIC X(01).
               10 TAB-TRN-VALOR            PIC 9(07)V99.
               10 TAB-TRN-SITUACAO         PIC X(01).

      * Taxas descontadas por mes do credito
       01 TABELA-TAXA.
           05 TAB-TAX-ITEM OCCURS 24 TIMES.
               10 TAB-TAX-ANO-MES          PIC 9(06).
               10 TAB-TAX-QTD              PIC 9(05).
               10 TAB-TAX-BRUTO            PIC S9(09)V99.
               10 TAB-TAX-VALOR            PIC S9(09)V99.

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

           PERFORM P-ABRE-RELATORIO
           PERFORM P-CARREGA-VENDAS THRU P-CARREGA-VENDAS-FIM
           PERFORM P-CARREGA-ARQUIVADAS THRU P-CARREGA-ARQUIVADAS-FIM
           PERFORM P-CONCILIA THRU P-CONCILIA-FIM
           PERFORM P-GRAVA-ABERTOS THRU P-GRAVA-ABERTOS-FIM
           PERFORM P-GRAVA-TAXAS THRU P-GRAVA-TAXAS-FIM
           PERFORM P-GRAVA-TOTAIS
           CLOSE RELCONC
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

       P-ABRE-RELATORIO.
           OPEN OUTPUT RELCONC
           IF WS-STATUS-RELCONC NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELCONC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           MOVE SPACES TO WS-LINHA-RELCONC
           STRING "Conciliacao cartao/PIX - vendas de "
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
               INTO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC.

      ***************************************************
      * Vendas em cartao e PIX do arquivo vivo           *
      ***************************************************
       P-CARREGA-VENDAS.
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               GO TO P-CARREGA-VENDAS-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CARREGA-VENDAS-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE VENDAS
           GO TO P-CARREGA-VENDAS-FIM.

       P-CARREGA-VENDAS-LE.
           READ VENDAS INTO REG-VENDA
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-CARREGA-TRANSACAO
                   THRU P-CARREGA-TRANSACAO-FIM.

      * Devolucao e fiado nao passam pelo terminal; linhas
      * de cupom zero (registros antigos) ficam cada uma
      * como uma transacao
       P-CARREGA-TRANSACAO.
           IF VND-TIPO = "D" OR VND-TIPO = "F"
               GO TO P-CARREGA-TRANSACAO-FIM.
           IF VND-FORMA-PAGTO NOT = "C" AND VND-FORMA-PAGTO NOT = "P"
               GO TO P-CARREGA-TRANSACAO-FIM.
           MOVE VND-ANO TO WS-MOV-AMD(1:4)
           MOVE VND-MES TO WS-MOV-AMD(5:2)
           MOVE VND-DIA TO WS-MOV-AMD(7:2)
           IF WS-MOV-AMD < WS-DATA-INI-AMD OR
               WS-MOV-AMD > WS-DATA-FIM-AMD
               GO TO P-CARREGA-TRANSACAO-FIM.
           ADD 1 TO WS-REGISTROS-LIDOS

           MOVE "N" TO WS-TRN-ACHOU
           IF VND-CUPOM NOT = ZEROS
               PERFORM P-CARREGA-TRANSACAO-BUSCA
                   VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-TRN-USADOS OR
                         WS-TRN-ACHOU = "S".
           IF WS-TRN-ACHOU = "S"
               GO TO P-CARREGA-TRANSACAO-FIM.
           IF WS-TRN-USADOS NOT < WS-TRN-LIMITE
               DISPLAY "Erro: mais de 3000 transacoes de cartao/PIX"
                   " no periodo; reduza o periodo informado."
               CLOSE RELCONC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.
           ADD 1 TO WS-TRN-USADOS
           MOVE WS-MOV-AMD TO TAB-TRN-AMD(WS-TRN-USADOS)
           MOVE VND-CUPOM TO TAB-TRN-CUPOM(WS-TRN-USADOS)
           MOVE VND-FORMA-PAGTO TO TAB-TRN-FORMA(WS-TRN-USADOS)
           MOVE VND-VALOR-TOTAL TO TAB-TRN-VALOR(WS-TRN-USADOS)
           MOVE "A" TO TAB-TRN-SITUACAO(WS-TRN-USADOS)
           GO TO P-CARREGA-TRANSACAO-FIM.

       P-CARREGA-TRANSACAO-BUSCA.
           IF TAB-TRN-CUPOM(WS-TRN-IDX) = VND-CUPOM AND
               TAB-TRN-AMD(WS-TRN-IDX) = WS-MOV-AMD AND
               TAB-TRN-FORMA(WS-TRN-IDX) = VND-FORMA-PAGTO
               ADD VND-VALOR-TOTAL TO TAB-TRN-VALOR(WS-TRN-IDX)
               MOVE "S" TO WS-TRN-ACHOU.

       P-CARREGA-TRANSACAO-FIM.
           EXIT.

       P-CARREGA-VENDAS-FIM.
           EXIT.

      ***************************************************
      * Meses ja fechados pelo VENDARQ: cada mes do      *
      * periodo que tiver arquivo VNDAAAAMM.DAT          *
      ***************************************************
       P-CARREGA-ARQUIVADAS.
           MOVE WS-DATA-INI-AMD(1:4) TO WS-ARQ-ANO
           MOVE WS-DATA-INI-AMD(5:2) TO WS-ARQ-MES
           MOVE WS-DATA-INI-AMD(1:6) TO WS-ARQ-ANO-MES
           PERFORM P-CARREGA-ARQMES
               UNTIL WS-ARQ-ANO-MES > WS-DATA-FIM-AMD(1:6)
           GO TO P-CARREGA-ARQUIVADAS-FIM.

       P-CARREGA-ARQMES.
           MOVE SPACES TO WS-NOME-ARQMES
           STRING "VND" DELIMITED BY SIZE
               WS-ARQ-ANO-MES DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOME-ARQMES
           OPEN INPUT ARQMES
           IF WS-STATUS-ARQMES = "00"
               MOVE "N" TO WS-CHAVE-EOF
               PERFORM P-CARREGA-ARQMES-LE UNTIL WS-CHAVE-EOF-SIM
               CLOSE ARQMES.
           IF WS-ARQ-MES = 12
               ADD 1 TO WS-ARQ-ANO
               MOVE 1 TO WS-ARQ-MES
           ELSE
               ADD 1 TO WS-ARQ-MES.
           MOVE WS-ARQ-ANO TO WS-ARQ-ANO-MES(1:4)
           MOVE WS-ARQ-MES TO WS-ARQ-ANO-MES(5:2).

       P-CARREGA-ARQMES-LE.
           READ ARQMES INTO REG-VENDA
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               PERFORM P-CARREGA-TRANSACAO
                   THRU P-CARREGA-TRANSACAO-FIM.

       P-CARREGA-ARQUIVADAS-FIM.
           EXIT.

      ***************************************************
      * Cada liquidacao do extrato procura a primeira    *
      * transacao em aberto do mesmo dia e valor; sem    *
      * par ela sai como pendencia do lado do banco      *
      ***************************************************
       P-CONCILIA.
           MOVE SPACES TO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC
           MOVE "Liquidacoes do extrato (venda, credito, forma, valor"
               TO WS-LINHA-RELCONC
           MOVE ", taxa, NSU, situacao):" TO WS-LINHA-RELCONC(53:23)
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           OPEN INPUT LIQUIDAC
           IF WS-STATUS-LIQUIDAC NOT = "00"
               DISPLAY "Aviso: LIQUIDAC.DAT indisponivel ("
                   WS-STATUS-LIQUIDAC "); nada conciliado."
               MOVE "Extrato de liquidacao nao recebido."
                   TO WS-LINHA-RELCONC
               MOVE WS-LINHA-RELCONC TO REG-RELCONC
               WRITE REG-RELCONC
               GO TO P-CONCILIA-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CONCILIA-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE LIQUIDAC
           GO TO P-CONCILIA-FIM.

       P-CONCILIA-LE.
           READ LIQUIDAC
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               MOVE LIQ-VND-ANO TO WS-MOV-AMD(1:4)
               MOVE LIQ-VND-MES TO WS-MOV-AMD(5:2)
               MOVE LIQ-VND-DIA TO WS-MOV-AMD(7:2)
               IF WS-MOV-AMD NOT < WS-DATA-INI-AMD AND
                   WS-MOV-AMD NOT > WS-DATA-FIM-AMD
                   ADD 1 TO WS-REGISTROS-LIDOS
                   PERFORM P-CONCILIA-ITEM.

       P-CONCILIA-ITEM.
           MOVE "N" TO WS-TRN-ACHOU
           PERFORM P-CONCILIA-BUSCA
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-USADOS OR
                     WS-TRN-ACHOU = "S"

           MOVE LIQ-VALOR-BRUTO TO WS-VALOR-PRINT
           MOVE LIQ-TAXA TO WS-TAXA-PRINT
           MOVE SPACES TO WS-LINHA-RELCONC
           STRING LIQ-VND-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LIQ-VND-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LIQ-VND-ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIQ-PAG-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LIQ-PAG-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LIQ-PAG-ANO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIQ-FORMA DELIMITED BY SIZE
               " R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               " tx" DELIMITED BY SIZE
               WS-TAXA-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIQ-NSU DELIMITED BY SIZE
               INTO WS-LINHA-RELCONC
           IF WS-TRN-ACHOU = "S"
               MOVE "CONCILIADA" TO WS-LINHA-RELCONC(80:10)
               MOVE TAB-TRN-CUPOM(WS-TRN-IDX) TO
                   WS-LINHA-RELCONC(91:6)
               ADD 1 TO WS-QTD-CONCILIADAS
               ADD LIQ-VALOR-BRUTO TO WS-TOTAL-CONCILIADO
           ELSE
               MOVE "SEM VENDA" TO WS-LINHA-RELCONC(80:10)
               ADD 1 TO WS-QTD-SEM-VENDA
               ADD LIQ-VALOR-BRUTO TO WS-TOTAL-SEM-VENDA.
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           ADD LIQ-TAXA TO WS-TOTAL-TAXAS
           PERFORM P-ACUMULA-TAXA THRU P-ACUMULA-TAXA-FIM.

       P-CONCILIA-BUSCA.
           IF TAB-TRN-SITUACAO(WS-TRN-IDX) = "A" AND
               TAB-TRN-AMD(WS-TRN-IDX) = WS-MOV-AMD AND
               TAB-TRN-VALOR(WS-TRN-IDX) = LIQ-VALOR-BRUTO AND
               (LIQ-FORMA = SPACES OR
                LIQ-FORMA = TAB-TRN-FORMA(WS-TRN-IDX))
               MOVE "L" TO TAB-TRN-SITUACAO(WS-TRN-IDX)
               MOVE "S" TO WS-TRN-ACHOU
               SUBTRACT 1 FROM WS-TRN-IDX.

       P-CONCILIA-FIM.
           EXIT.

      ***************************************************
      * Taxa e valor bruto somados no mes do credito     *
      ***************************************************
       P-ACUMULA-TAXA.
           MOVE LIQ-PAG-ANO TO WS-TAX-ANO-MES(1:4)
           MOVE LIQ-PAG-MES TO WS-TAX-ANO-MES(5:2)
           MOVE "N" TO WS-TAX-ACHOU
           PERFORM P-ACUMULA-TAXA-BUSCA
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-USADOS OR
                     WS-TAX-ACHOU = "S"
           IF WS-TAX-ACHOU = "N"
               IF WS-TAX-USADOS < 24
                   ADD 1 TO WS-TAX-USADOS
                   MOVE WS-TAX-USADOS TO WS-TAX-IDX
                   MOVE WS-TAX-ANO-MES TO TAB-TAX-ANO-MES(WS-TAX-IDX)
                   MOVE ZEROS TO TAB-TAX-QTD(WS-TAX-IDX)
                       TAB-TAX-BRUTO(WS-TAX-IDX)
                       TAB-TAX-VALOR(WS-TAX-IDX)
               ELSE
                   GO TO P-ACUMULA-TAXA-FIM.
           ADD 1 TO TAB-TAX-QTD(WS-TAX-IDX)
           ADD LIQ-VALOR-BRUTO TO TAB-TAX-BRUTO(WS-TAX-IDX)
           ADD LIQ-TAXA TO TAB-TAX-VALOR(WS-TAX-IDX)
           GO TO P-ACUMULA-TAXA-FIM.

       P-ACUMULA-TAXA-BUSCA.
           IF TAB-TAX-ANO-MES(WS-TAX-IDX) = WS-TAX-ANO-MES
               MOVE "S" TO WS-TAX-ACHOU
               SUBTRACT 1 FROM WS-TAX-IDX.

       P-ACUMULA-TAXA-FIM.
           EXIT.

      ***************************************************
      * Vendas sem liquidacao: pendencia do nosso lado   *
      * e o que a adquirente ainda deve; vao para o      *
      * CARTREC.DAT                                      *
      ***************************************************
       P-GRAVA-ABERTOS.
           OPEN OUTPUT CARTREC
           IF WS-STATUS-CARTREC NOT = "00"
               DISPLAY "Erro na abertura do CARTREC.DAT: "
                   WS-STATUS-CARTREC
               CLOSE RELCONC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           MOVE SPACES TO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC
           MOVE "Vendas sem liquidacao (data, cupom, forma, valor):"
               TO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           PERFORM P-GRAVA-ABERTOS-LINHA
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-USADOS
           CLOSE CARTREC
           GO TO P-GRAVA-ABERTOS-FIM.

       P-GRAVA-ABERTOS-LINHA.
           IF TAB-TRN-SITUACAO(WS-TRN-IDX) = "A"
               MOVE TAB-TRN-AMD(WS-TRN-IDX)(7:2) TO CRB-DIA
               MOVE TAB-TRN-AMD(WS-TRN-IDX)(5:2) TO CRB-MES
               MOVE TAB-TRN-AMD(WS-TRN-IDX)(1:4) TO CRB-ANO
               MOVE TAB-TRN-CUPOM(WS-TRN-IDX) TO CRB-CUPOM
               MOVE TAB-TRN-FORMA(WS-TRN-IDX) TO CRB-FORMA
               MOVE TAB-TRN-VALOR(WS-TRN-IDX) TO CRB-VALOR
               WRITE REG-CARTREC
               ADD 1 TO WS-QTD-EM-ABERTO
               ADD TAB-TRN-VALOR(WS-TRN-IDX) TO WS-TOTAL-EM-ABERTO

               MOVE TAB-TRN-VALOR(WS-TRN-IDX) TO WS-VALOR-PRINT
               MOVE SPACES TO WS-LINHA-RELCONC
               STRING CRB-DIA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CRB-MES DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CRB-ANO DELIMITED BY SIZE
                   " cupom " DELIMITED BY SIZE
                   CRB-CUPOM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CRB-FORMA DELIMITED BY SIZE
                   " R$" DELIMITED BY SIZE
                   WS-VALOR-PRINT DELIMITED BY SIZE
                   INTO WS-LINHA-RELCONC
               MOVE WS-LINHA-RELCONC TO REG-RELCONC
               WRITE REG-RELCONC.

       P-GRAVA-ABERTOS-FIM.
           EXIT.

      ***************************************************
      * Taxas pagas por mes do credito                   *
      ***************************************************
       P-GRAVA-TAXAS.
           MOVE SPACES TO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC
           MOVE "Taxas por mes do credito (mes, liquidacoes, bruto,"
               TO WS-LINHA-RELCONC
           MOVE " taxas):" TO WS-LINHA-RELCONC(51:8)
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           PERFORM P-GRAVA-TAXAS-LINHA
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-USADOS
           GO TO P-GRAVA-TAXAS-FIM.

       P-GRAVA-TAXAS-LINHA.
           MOVE TAB-TAX-BRUTO(WS-TAX-IDX) TO WS-VALOR-PRINT
           MOVE TAB-TAX-VALOR(WS-TAX-IDX) TO WS-TAXA-PRINT
           MOVE SPACES TO WS-LINHA-RELCONC
           STRING TAB-TAX-ANO-MES(WS-TAX-IDX)(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TAB-TAX-ANO-MES(WS-TAX-IDX)(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAB-TAX-QTD(WS-TAX-IDX) DELIMITED BY SIZE
               " R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               " taxas R$" DELIMITED BY SIZE
               WS-TAXA-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC.

       P-GRAVA-TAXAS-FIM.
           EXIT.

       P-GRAVA-TOTAIS.
           MOVE SPACES TO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           MOVE WS-TOTAL-CONCILIADO TO WS-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-RELCONC
           STRING "Conciliadas: " DELIMITED BY SIZE
               WS-QTD-CONCILIADAS DELIMITED BY SIZE
               " - R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           MOVE WS-TOTAL-EM-ABERTO TO WS-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-RELCONC
           STRING "Vendas sem liquidacao (a receber): "
               DELIMITED BY SIZE
               WS-QTD-EM-ABERTO DELIMITED BY SIZE
               " - R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           MOVE WS-TOTAL-SEM-VENDA TO WS-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-RELCONC
           STRING "Liquidacoes sem venda correspondente: "
               DELIMITED BY SIZE
               WS-QTD-SEM-VENDA DELIMITED BY SIZE
               " - R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC

           MOVE WS-TOTAL-TAXAS TO WS-VALOR-PRINT
           MOVE SPACES TO WS-LINHA-RELCONC
           STRING "Total de taxas descontadas: R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELCONC
           MOVE WS-LINHA-RELCONC TO REG-RELCONC
           WRITE REG-RELCONC.

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
               MOVE "CARTCONC" TO JOB-PROGRAMA
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
