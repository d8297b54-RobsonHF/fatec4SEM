      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Reconstrucao unica do custo *
      *          medio de cada produto a     *
      *          partir do historico de      *
      *          recebimentos: o saldo em    *
      *          estoque e coberto pelas     *
      *          remessas mais recentes do   *
      *          SKU/local, e o VALOR-CUSTO  *
      *          passa a ser o custo medio   *
      *          ponderado dessas remessas.  *
      *          Cada troca vai para o       *
      *          HISTPRECO e para o          *
      *          relatorio CUSTMED.LST.      *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CUSTMED.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBOL ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CHAVE-PRODUTO
           ALTERNATE RECORD KEY    IS NOME WITH DUPLICATES
           ALTERNATE RECORD KEY    IS FORN-NOME WITH DUPLICATES
           ALTERNATE RECORD KEY    IS CODIGO-BARRAS WITH DUPLICATES
           FILE STATUS             IS WS-STATUS-ARQBOL.

           SELECT RECEBTOS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RECEBTOS.

           SELECT HISTPRECO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-HISTPRECO.

           SELECT RELCUSTO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELCUSTO.

       DATA DIVISION.
       FILE SECTION.
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

       FD HISTPRECO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "HISTPRECO.DAT".
           01 REG-HISTPRECO.
               05 HIST-SKU                     PIC 9(04).
               05 HIST-VALOR-CUSTO-ANTERIOR     PIC 9(04)V99.
               05 HIST-VALOR-CUSTO-NOVO         PIC 9(04)V99.
               05 HIST-VALOR-VENDA-ANTERIOR     PIC 9(04)V99.
               05 HIST-VALOR-VENDA-NOVO         PIC 9(04)V99.
               05 HIST-DATA-ALTERACAO.
                   10 HIST-DIA                 PIC 99.
                   10 HIST-MES                 PIC 99.
                   10 HIST-ANO                 PIC 9(04).

       FD RELCUSTO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CUSTMED.LST".
           01 REG-RELCUSTO                     PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-ARQBOL             PIC X(02).
           77 WS-STATUS-RECEBTOS           PIC X(02).
           77 WS-STATUS-HISTPRECO          PIC X(02).
           77 WS-STATUS-RELCUSTO           PIC X(02).
           77 WS-LINHA-RELCUSTO            PIC X(100) VALUE SPACES.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-LOTE-IDX                  PIC 9     VALUE ZEROS.
           77 WS-REC-IDX                   PIC 9(05) VALUE ZEROS.
           77 WS-REC-USADOS                PIC 9(05) VALUE ZEROS.
           77 WS-REC-LIMITE                PIC 9(05) VALUE 20000.

           77 WS-SALDO                     PIC 9(06) VALUE ZEROS.
           77 WS-FALTA                     PIC 9(06) VALUE ZEROS.
           77 WS-QTD-CAMADA                PIC 9(06) VALUE ZEROS.
           77 WS-QTD-COBERTA               PIC 9(06) VALUE ZEROS.
           77 WS-VALOR-COBERTO             PIC 9(09)V99 VALUE ZEROS.
           77 WS-ULTIMO-CUSTO              PIC 9(04)V99 VALUE ZEROS.
           77 WS-ACHOU-REMESSA             PIC X     VALUE "N".
           77 WS-CUSTO-ANTERIOR            PIC 9(04)V99 VALUE ZEROS.
           77 WS-CUSTO-NOVO                PIC 9(04)V99 VALUE ZEROS.

           77 WS-LIDOS                     PIC 9(05) VALUE ZEROS.
           77 WS-ALTERADOS                 PIC 9(05) VALUE ZEROS.
           77 WS-SEM-REMESSA               PIC 9(05) VALUE ZEROS.
           77 WS-REJEITADOS                PIC 9(05) VALUE ZEROS.
           77 WS-CUSTO-PRINT               PIC ZZZ9,99.
           77 WS-CUSTO-PRINT-2             PIC ZZZ9,99.

      * Recebimentos com custo, na ordem do arquivo (que e a
      * ordem de gravacao, portanto de data)
       01 TABELA-REMESSA.
           05 TAB-REC-ITEM OCCURS 20000 TIMES.
               10 TAB-REC-SKU              PIC 9(04).
               10 TAB-REC-LOCAL            PIC X(02).
               10 TAB-REC-QTD              PIC 9(04).
               10 TAB-REC-CUSTO            PIC 9(04)V99.

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
           OPEN INPUT RECEBTOS
           IF WS-STATUS-RECEBTOS NOT = "00"
               DISPLAY "Erro na abertura do RECEBTOS.DAT: "
                   WS-STATUS-RECEBTOS
               GO TO P-FIM-STOP-RUN.

           OPEN I-O ARQBOL
           IF WS-STATUS-ARQBOL NOT = "00"
               DISPLAY "Erro na abertura do BOLINHO.DAT: "
                   WS-STATUS-ARQBOL
               CLOSE RECEBTOS
               GO TO P-FIM-STOP-RUN.

           OPEN EXTEND HISTPRECO
           IF WS-STATUS-HISTPRECO = "35"
               OPEN OUTPUT HISTPRECO.
           IF WS-STATUS-HISTPRECO NOT = "00" AND
               WS-STATUS-HISTPRECO NOT = "05"
               DISPLAY "Erro na abertura do HISTPRECO.DAT: "
                   WS-STATUS-HISTPRECO
               CLOSE RECEBTOS ARQBOL
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT RELCUSTO
           IF WS-STATUS-RELCUSTO NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELCUSTO
               CLOSE RECEBTOS ARQBOL HISTPRECO
               GO TO P-FIM-STOP-RUN.

           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-CARREGA-REMESSA UNTIL WS-CHAVE-EOF-SIM
           IF WS-REC-USADOS > WS-REC-LIMITE
               DISPLAY "Erro: RECEBTOS.DAT passa de 20000 remessas "
                   "com custo; nada foi alterado."
               GO TO P-FIM-SAIDA.

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE SPACES TO WS-LINHA-RELCUSTO
           STRING "Reconstrucao do custo medio pelos recebimentos ("
               DELIMITED BY SIZE
               WS-REC-USADOS DELIMITED BY SIZE
               " remessas com custo)" DELIMITED BY SIZE
               INTO WS-LINHA-RELCUSTO
           MOVE WS-LINHA-RELCUSTO TO REG-RELCUSTO
           WRITE REG-RELCUSTO
           MOVE SPACES TO WS-LINHA-RELCUSTO
           MOVE "SKU  Lc Nome" TO WS-LINHA-RELCUSTO(1:12)
           MOVE "Saldo" TO WS-LINHA-RELCUSTO(42:5)
           MOVE "Custo ant." TO WS-LINHA-RELCUSTO(50:10)
           MOVE "Custo novo" TO WS-LINHA-RELCUSTO(62:10)
           MOVE WS-LINHA-RELCUSTO TO REG-RELCUSTO
           WRITE REG-RELCUSTO

           MOVE ZEROS TO CHAVE-PRODUTO
           MOVE "N" TO WS-CHAVE-EOF
           START ARQBOL KEY IS GREATER THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-RECALCULA-UM UNTIL WS-CHAVE-EOF-SIM

           MOVE SPACES TO WS-LINHA-RELCUSTO
           STRING "Total: " DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               " produtos, " DELIMITED BY SIZE
               WS-ALTERADOS DELIMITED BY SIZE
               " com custo alterado, " DELIMITED BY SIZE
               WS-SEM-REMESSA DELIMITED BY SIZE
               " sem remessa, " DELIMITED BY SIZE
               WS-REJEITADOS DELIMITED BY SIZE
               " com erro." DELIMITED BY SIZE
               INTO WS-LINHA-RELCUSTO
           MOVE WS-LINHA-RELCUSTO TO REG-RELCUSTO
           WRITE REG-RELCUSTO

           DISPLAY "Custo medio reconstruido: " WS-ALTERADOS
               " produtos alterados. Detalhe em CUSTMED.LST."
           GO TO P-FIM-SAIDA.

      ***************************************************
      * Guarda cada remessa com quantidade e custo; a    *
      * tabela so e usada se couber inteira              *
      ***************************************************
       P-CARREGA-REMESSA.
           READ RECEBTOS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO AND ENT-QTD > ZEROS AND
               ENT-CUSTO-UNITARIO > ZEROS
               ADD 1 TO WS-REC-USADOS
               IF WS-REC-USADOS NOT > WS-REC-LIMITE
                   MOVE ENT-SKU TO TAB-REC-SKU(WS-REC-USADOS)
                   MOVE ENT-LOCAL TO TAB-REC-LOCAL(WS-REC-USADOS)
                   MOVE ENT-QTD TO TAB-REC-QTD(WS-REC-USADOS)
                   MOVE ENT-CUSTO-UNITARIO TO
                       TAB-REC-CUSTO(WS-REC-USADOS).

      ***************************************************
      * Um produto por vez: o saldo (estoque principal + *
      * lotes) e coberto pelas remessas do SKU/local da  *
      * mais nova para a mais antiga. Se as remessas nao *
      * cobrem o saldo todo, o que falta fica no custo   *
      * atual do cadastro; sem saldo, vale o custo da    *
      * ultima remessa. Produto sem remessa nao muda     *
      ***************************************************
       P-RECALCULA-UM.
           READ ARQBOL NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               ADD 1 TO WS-LIDOS
               PERFORM P-RECALCULA-CUSTO THRU P-RECALCULA-CUSTO-FIM.

       P-RECALCULA-CUSTO.
           MOVE QTD-ESTOQUE TO WS-SALDO
           PERFORM P-SOMA-LOTE
               VARYING WS-LOTE-IDX FROM 1 BY 1
               UNTIL WS-LOTE-IDX > QTD-LOTES-ADICIONAIS
           MOVE WS-SALDO TO WS-FALTA
           MOVE ZEROS TO WS-QTD-COBERTA WS-VALOR-COBERTO
               WS-ULTIMO-CUSTO
           MOVE "N" TO WS-ACHOU-REMESSA
           PERFORM P-CONSOME-REMESSA
               VARYING WS-REC-IDX FROM WS-REC-USADOS BY -1
               UNTIL WS-REC-IDX < 1 OR
                     (WS-ACHOU-REMESSA = "S" AND WS-FALTA = ZEROS)

           IF WS-ACHOU-REMESSA = "N"
               ADD 1 TO WS-SEM-REMESSA
               GO TO P-RECALCULA-CUSTO-FIM.

           MOVE VALOR-CUSTO TO WS-CUSTO-ANTERIOR
           IF WS-SALDO = ZEROS
               MOVE WS-ULTIMO-CUSTO TO WS-CUSTO-NOVO
           ELSE
               COMPUTE WS-CUSTO-NOVO ROUNDED =
                   (WS-VALOR-COBERTO + WS-FALTA * VALOR-CUSTO) /
                   WS-SALDO.
           IF WS-CUSTO-NOVO = WS-CUSTO-ANTERIOR
               GO TO P-RECALCULA-CUSTO-FIM.

           MOVE WS-CUSTO-NOVO TO VALOR-CUSTO
           REWRITE PRODUTO
               INVALID KEY
                   ADD 1 TO WS-REJEITADOS
                   MOVE SPACES TO WS-LINHA-RELCUSTO
                   STRING "ERRO ao regravar o SKU " DELIMITED BY SIZE
                       SKU DELIMITED BY SIZE
                       " local " DELIMITED BY SIZE
                       LOCAL DELIMITED BY SIZE
                       INTO WS-LINHA-RELCUSTO
                   MOVE WS-LINHA-RELCUSTO TO REG-RELCUSTO
                   WRITE REG-RELCUSTO
                   GO TO P-RECALCULA-CUSTO-FIM
           END-REWRITE

           ADD 1 TO WS-ALTERADOS
           MOVE SKU TO HIST-SKU
           MOVE WS-CUSTO-ANTERIOR TO HIST-VALOR-CUSTO-ANTERIOR
           MOVE WS-CUSTO-NOVO TO HIST-VALOR-CUSTO-NOVO
           MOVE VALOR-VENDA TO HIST-VALOR-VENDA-ANTERIOR
           MOVE VALOR-VENDA TO HIST-VALOR-VENDA-NOVO
           MOVE WS-DATA-SISTEMA(7:2) TO HIST-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO HIST-MES
           MOVE WS-DATA-SISTEMA(1:4) TO HIST-ANO
           WRITE REG-HISTPRECO

           MOVE SPACES TO WS-LINHA-RELCUSTO
           MOVE SKU TO WS-LINHA-RELCUSTO(1:4)
           MOVE LOCAL TO WS-LINHA-RELCUSTO(6:2)
           MOVE NOME TO WS-LINHA-RELCUSTO(9:30)
           MOVE WS-SALDO TO WS-LINHA-RELCUSTO(41:6)
           MOVE WS-CUSTO-ANTERIOR TO WS-CUSTO-PRINT
           MOVE WS-CUSTO-PRINT TO WS-LINHA-RELCUSTO(52:7)
           MOVE WS-CUSTO-NOVO TO WS-CUSTO-PRINT-2
           MOVE WS-CUSTO-PRINT-2 TO WS-LINHA-RELCUSTO(64:7)
           MOVE WS-LINHA-RELCUSTO TO REG-RELCUSTO
           WRITE REG-RELCUSTO.
       P-RECALCULA-CUSTO-FIM.
           EXIT.

       P-SOMA-LOTE.
           ADD LOTE-QTD-ESTOQUE(WS-LOTE-IDX) TO WS-SALDO.

      * A remessa mais nova do SKU/local da o custo de
      * reposicao; cada uma cobre o que ainda falta do saldo
       P-CONSOME-REMESSA.
           IF TAB-REC-SKU(WS-REC-IDX) = SKU AND
               TAB-REC-LOCAL(WS-REC-IDX) = LOCAL
               IF WS-ACHOU-REMESSA = "N"
                   MOVE "S" TO WS-ACHOU-REMESSA
                   MOVE TAB-REC-CUSTO(WS-REC-IDX) TO WS-ULTIMO-CUSTO
               END-IF
               IF TAB-REC-QTD(WS-REC-IDX) > WS-FALTA
                   MOVE WS-FALTA TO WS-QTD-CAMADA
               ELSE
                   MOVE TAB-REC-QTD(WS-REC-IDX) TO WS-QTD-CAMADA
               END-IF
               SUBTRACT WS-QTD-CAMADA FROM WS-FALTA
               ADD WS-QTD-CAMADA TO WS-QTD-COBERTA
               COMPUTE WS-VALOR-COBERTO = WS-VALOR-COBERTO +
                   WS-QTD-CAMADA * TAB-REC-CUSTO(WS-REC-IDX).

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
           CLOSE RECEBTOS ARQBOL HISTPRECO RELCUSTO.
       P-FIM-STOP-RUN.
           STOP RUN.
