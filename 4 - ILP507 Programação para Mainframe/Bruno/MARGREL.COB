      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-10                        *
      * Purpose: Excecoes de preco do        *
      *          BOLINHO: lista todo SKU     *
      *          vendendo abaixo do custo ou *
      *          abaixo da margem minima do  *
      *          grupo (MARGRUPO.DAT), pelo  *
      *          preco em vigor hoje         *
      *          (promocao vigente inclusa)  *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MARGREL.
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
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT PROMOCAO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS PROMO-SKU
           FILE STATUS             IS WS-STATUS-PROMOCAO.

           SELECT MARGRUPO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-MARGRUPO.

           SELECT RELMARG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELMARG.

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

       FD PROMOCAO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PROMOCAO.DAT".
           01 REG-PROMOCAO.
               05 PROMO-SKU                PIC 9(04).
               05 PROMO-PRECO              PIC 9(04)V99.
               05 PROMO-INICIO.
                   10 PROMO-INI-DIA        PIC 99.
                   10 PROMO-INI-MES        PIC 99.
                   10 PROMO-INI-ANO        PIC 9(04).
               05 PROMO-FIM.
                   10 PROMO-FIM-DIA        PIC 99.
                   10 PROMO-FIM-MES        PIC 99.
                   10 PROMO-FIM-ANO        PIC 9(04).

       FD MARGRUPO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MARGRUPO.DAT".
           01 REG-MARGRUPO.
               05 MRG-GRUPO                PIC X(02).
      * margem minima do grupo em % sobre o custo
               05 MRG-MARGEM               PIC 9(02)V99.

       FD RELMARG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MARGREL.LST".
           01 REG-RELMARG                      PIC X(100).

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
           77 WS-STATUS-PROMOCAO           PIC X(02).
           77 WS-STATUS-MARGRUPO           PIC X(02).
           77 WS-STATUS-RELMARG            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELMARG             PIC X(100) VALUE SPACES.
           77 WS-PROMOCAO-ABERTO           PIC X     VALUE "N".

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

           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-PROMO-INI-AMD             PIC 9(08) VALUE ZEROS.
           77 WS-PROMO-FIM-AMD             PIC 9(08) VALUE ZEROS.

      * Preco minimo = custo + margem minima do grupo. Grupo
      * fora do MARGRUPO.DAT tem margem zero: o piso e o custo
           77 WS-MRG-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-MRG-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-MRG-ACHOU                 PIC X     VALUE "N".
           77 WS-MRG-EOF                   PIC X     VALUE "N".
           77 WS-MRG-PCT                   PIC 9(02)V99 VALUE ZEROS.
           77 WS-MRG-PISO                  PIC 9(05)V99 VALUE ZEROS.

           77 WS-PRECO-ATUAL               PIC 9(04)V99 VALUE ZEROS.
           77 WS-PRECO-ORIGEM              PIC X(01) VALUE SPACES.
           77 WS-MARGEM-REAL               PIC S9(05)V99 VALUE ZEROS.
           77 WS-SITUACAO                  PIC X(13) VALUE SPACES.

           77 WS-TOT-ABAIXO-CUSTO          PIC 9(05) VALUE ZEROS.
           77 WS-TOT-ABAIXO-MARGEM         PIC 9(05) VALUE ZEROS.

           77 WS-CUSTO-PRINT               PIC Z(03)9,99.
           77 WS-PISO-PRINT                PIC Z(04)9,99.
           77 WS-PRECO-PRINT               PIC Z(03)9,99.
           77 WS-MARGEM-PRINT              PIC -(04)9,99.
           77 WS-PCT-PRINT                 PIC Z9,99.
           77 WS-QTD-PRINT                 PIC Z(04)9.

       01 TABELA-MARGRUPO.
           05 TAB-MRG-ITEM OCCURS 20 TIMES.
               10 TAB-MRG-GRUPO            PIC X(02).
               10 TAB-MRG-MARGEM           PIC 9(02)V99.

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
           PERFORM P-ABRE-ARQUIVOS
           PERFORM P-CARREGA-MARGRUPO
           PERFORM P-CABECALHO

           MOVE ZEROS TO CHAVE-PRODUTO
           MOVE "N" TO WS-CHAVE-EOF
           START ARQUIVO KEY IS GREATER THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-PROCESSA-PRODUTO UNTIL WS-CHAVE-EOF-SIM

           PERFORM P-RODAPE
           CLOSE ARQUIVO RELMARG
           IF WS-PROMOCAO-ABERTO = "S"
               CLOSE PROMOCAO.
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

       P-ABRE-ARQUIVOS.
           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "Erro na abertura do BOLINHO.DAT: "
                   WS-STATUS-ARQUIVO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT RELMARG
           IF WS-STATUS-RELMARG NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELMARG
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

      * Sem PROMOCAO.DAT vale o preco de cadastro de todos
           OPEN INPUT PROMOCAO
           IF WS-STATUS-PROMOCAO = "00"
               MOVE "S" TO WS-PROMOCAO-ABERTO.

           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA TO WS-HOJE-AMD.

       P-CARREGA-MARGRUPO.
           MOVE ZEROS TO WS-MRG-USADOS
           OPEN INPUT MARGRUPO
           IF WS-STATUS-MARGRUPO = "00"
               MOVE "N" TO WS-MRG-EOF
               PERFORM P-MARGRUPO-LE UNTIL WS-MRG-EOF = "S"
               CLOSE MARGRUPO.

       P-MARGRUPO-LE.
           READ MARGRUPO
           AT END MOVE "S" TO WS-MRG-EOF.
           IF WS-MRG-EOF = "N" AND WS-MRG-USADOS < 20
               ADD 1 TO WS-MRG-USADOS
               MOVE MRG-GRUPO TO TAB-MRG-GRUPO(WS-MRG-USADOS)
               MOVE MRG-MARGEM TO TAB-MRG-MARGEM(WS-MRG-USADOS).

       P-CABECALHO.
           STRING "Precos abaixo do custo ou da margem minima do "
               DELIMITED BY SIZE
               "grupo - " DELIMITED BY SIZE
               WS-HOJE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           STRING "Preco = em vigor hoje (P = promocao vigente); "
               DELIMITED BY SIZE
               "margem = lucro / custo" DELIMITED BY SIZE
               INTO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           STRING "SKU  LC NOME                           GR   CUSTO"
               DELIMITED BY SIZE
               "   MINIMO   PRECO   MARGEM%  MIN%  SITUACAO"
               DELIMITED BY SIZE
               INTO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA.

      ***************************************************
      * Um registro de produto por vez: preco em vigor,  *
      * piso do grupo e linha de excecao quando abaixo   *
      ***************************************************
       P-PROCESSA-PRODUTO.
           READ ARQUIVO NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               ADD 1 TO WS-REGISTROS-LIDOS
               PERFORM P-PRECO-ATUAL THRU P-PRECO-ATUAL-FIM
               PERFORM P-MARGEM-PISO
               IF WS-PRECO-ATUAL < WS-MRG-PISO
                   PERFORM P-GRAVA-EXCECAO.

      * Promocao vigente hoje vale no lugar do preco de cadastro
       P-PRECO-ATUAL.
           MOVE VALOR-VENDA TO WS-PRECO-ATUAL
           MOVE SPACES TO WS-PRECO-ORIGEM
           IF WS-PROMOCAO-ABERTO NOT = "S"
               GO TO P-PRECO-ATUAL-FIM.
           MOVE SKU TO PROMO-SKU
           READ PROMOCAO INVALID KEY
               GO TO P-PRECO-ATUAL-FIM.
           MOVE PROMO-INI-ANO TO WS-PROMO-INI-AMD(1:4)
           MOVE PROMO-INI-MES TO WS-PROMO-INI-AMD(5:2)
           MOVE PROMO-INI-DIA TO WS-PROMO-INI-AMD(7:2)
           MOVE PROMO-FIM-ANO TO WS-PROMO-FIM-AMD(1:4)
           MOVE PROMO-FIM-MES TO WS-PROMO-FIM-AMD(5:2)
           MOVE PROMO-FIM-DIA TO WS-PROMO-FIM-AMD(7:2)
           IF WS-HOJE-AMD NOT < WS-PROMO-INI-AMD AND
               WS-HOJE-AMD NOT > WS-PROMO-FIM-AMD
               MOVE PROMO-PRECO TO WS-PRECO-ATUAL
               MOVE "P" TO WS-PRECO-ORIGEM.
       P-PRECO-ATUAL-FIM.
           EXIT.

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

       P-GRAVA-EXCECAO.
           IF WS-PRECO-ATUAL < VALOR-CUSTO
               MOVE "ABAIXO CUSTO" TO WS-SITUACAO
               ADD 1 TO WS-TOT-ABAIXO-CUSTO
           ELSE
               MOVE "ABAIXO MARGEM" TO WS-SITUACAO
               ADD 1 TO WS-TOT-ABAIXO-MARGEM.

           IF VALOR-CUSTO = ZEROS
               MOVE ZEROS TO WS-MARGEM-REAL
           ELSE
               COMPUTE WS-MARGEM-REAL ROUNDED =
                   (WS-PRECO-ATUAL - VALOR-CUSTO) * 100 / VALOR-CUSTO.

           MOVE VALOR-CUSTO TO WS-CUSTO-PRINT
           MOVE WS-MRG-PISO TO WS-PISO-PRINT
           MOVE WS-PRECO-ATUAL TO WS-PRECO-PRINT
           MOVE WS-MARGEM-REAL TO WS-MARGEM-PRINT
           MOVE WS-MRG-PCT TO WS-PCT-PRINT
           STRING SKU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOCAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRUPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUSTO-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PISO-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRECO-PRINT DELIMITED BY SIZE
               WS-PRECO-ORIGEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARGEM-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-PRINT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA.

       P-RODAPE.
           MOVE ALL "-" TO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-ABAIXO-CUSTO TO WS-QTD-PRINT
           STRING "Abaixo do custo: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-ABAIXO-MARGEM TO WS-QTD-PRINT
           STRING "Abaixo da margem minima: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELMARG
           PERFORM P-GRAVA-LINHA
           IF WS-TOT-ABAIXO-CUSTO = ZEROS AND
               WS-TOT-ABAIXO-MARGEM = ZEROS
               MOVE "Nenhum SKU abaixo do custo ou da margem minima."
                   TO WS-LINHA-RELMARG
               PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELMARG TO REG-RELMARG
           WRITE REG-RELMARG
           MOVE SPACES TO WS-LINHA-RELMARG.

      ***************************************************
      * Registro de controle de execucao no log          *
      * compartilhado dos jobs                           *
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
               MOVE "MARGREL" TO JOB-PROGRAMA
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
