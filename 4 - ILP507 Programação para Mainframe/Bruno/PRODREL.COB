      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-11                        *
      * Purpose: Producao propria do dia: as *
      *          ordens de producao gravadas *
      *          pelo BOLINHO, com o         *
      *          rendimento previsto pela    *
      *          receita contra o que de     *
      *          fato saiu da cozinha, o     *
      *          custo real de cada fornada  *
      *          e os ingredientes baixados  *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PRODREL.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCAO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PRODUCAO.

           SELECT ARQUIVO ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS CHAVE-PRODUTO
           FILE STATUS             IS WS-STATUS-ARQUIVO.

           SELECT RELPROD ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELPROD.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELPROD
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PRODREL.LST".
           01 REG-RELPROD                      PIC X(100).

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
           77 WS-STATUS-PRODUCAO           PIC X(02).
           77 WS-STATUS-ARQUIVO            PIC X(02).
           77 WS-STATUS-RELPROD            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELPROD             PIC X(100) VALUE SPACES.

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

      * Parametro via SYSIN: dia da producao em DDMMAAAA
      * (zeros = hoje)
           77 WS-PARM-DATA                 PIC 9(08) VALUE ZEROS.

           77 WS-NOME                      PIC X(30) VALUE SPACES.
           77 WS-DIFERENCA                 PIC S9(07) VALUE ZEROS.
           77 WS-RENDIMENTO                PIC 9(04)V9 VALUE ZEROS.
           77 WS-SITUACAO                  PIC X(06) VALUE SPACES.

           77 WS-QTD-ORDENS                PIC 9(05) VALUE ZEROS.
           77 WS-QTD-ABAIXO                PIC 9(05) VALUE ZEROS.
           77 WS-TOT-PREVISTO              PIC 9(09) VALUE ZEROS.
           77 WS-TOT-PRODUZIDO             PIC 9(09) VALUE ZEROS.
           77 WS-TOT-CUSTO                 PIC 9(09)V99 VALUE ZEROS.

           77 WS-QTD-PRINT                 PIC Z(06)9.
           77 WS-QTD-PRINT-2               PIC Z(06)9.
           77 WS-DIF-PRINT                 PIC -(06)9.
           77 WS-PCT-PRINT                 PIC ZZZ9,9.
           77 WS-CUSTO-PRINT               PIC Z(06)9,99.
           77 WS-UNIT-PRINT                PIC Z(03)9,99.
           77 WS-TOTAL-PRINT               PIC Z(08)9,99.
           77 WS-CONT-PRINT                PIC Z(04)9.

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

           OPEN INPUT PRODUCAO
           IF WS-STATUS-PRODUCAO NOT = "00"
               DISPLAY "Erro na abertura do PRODUCAO.DAT: "
                   WS-STATUS-PRODUCAO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN INPUT ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "Erro na abertura do BOLINHO.DAT: "
                   WS-STATUS-ARQUIVO
               CLOSE PRODUCAO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT RELPROD
           IF WS-STATUS-RELPROD NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELPROD
               CLOSE PRODUCAO ARQUIVO
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-CABECALHO
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-LE-ORDEM THRU P-LE-ORDEM-FIM
               UNTIL WS-CHAVE-EOF-SIM
           PERFORM P-RODAPE
           CLOSE PRODUCAO ARQUIVO RELPROD

           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           DISPLAY "Producao do dia: " WS-QTD-ORDENS
               " ordens; detalhe em PRODREL.LST."
           GO TO P-FIM-STOP-RUN.

       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DATA
           IF WS-PARM-DATA = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               MOVE WS-DATA-SISTEMA(7:2) TO WS-PARM-DATA(1:2)
               MOVE WS-DATA-SISTEMA(5:2) TO WS-PARM-DATA(3:2)
               MOVE WS-DATA-SISTEMA(1:4) TO WS-PARM-DATA(5:4).

      ***************************************************
      * Cada ordem do dia: a linha "P" traz o previsto   *
      * e o real; as linhas "C" que vem logo depois sao  *
      * os ingredientes baixados                         *
      ***************************************************
       P-LE-ORDEM.
           READ PRODUCAO
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-SIM
               GO TO P-LE-ORDEM-FIM.
           ADD 1 TO WS-REGISTROS-LIDOS
           IF OPR-DATA NOT = WS-PARM-DATA
               GO TO P-LE-ORDEM-FIM.

           PERFORM P-BUSCA-NOME
           IF OPR-TIPO = "C"
               PERFORM P-LINHA-INGREDIENTE
           ELSE
               PERFORM P-LINHA-ORDEM.

       P-LE-ORDEM-FIM.
           EXIT.

       P-BUSCA-NOME.
           MOVE OPR-SKU TO SKU
           MOVE OPR-LOCAL TO LOCAL
           READ ARQUIVO
               INVALID KEY
                   MOVE "(sem cadastro)" TO WS-NOME
               NOT INVALID KEY
                   MOVE NOME TO WS-NOME
           END-READ.

       P-LINHA-ORDEM.
           ADD 1 TO WS-QTD-ORDENS
           ADD OPR-QTD-PREVISTA TO WS-TOT-PREVISTO
           ADD OPR-QTD TO WS-TOT-PRODUZIDO
           ADD OPR-CUSTO-TOTAL TO WS-TOT-CUSTO
           COMPUTE WS-DIFERENCA = OPR-QTD - OPR-QTD-PREVISTA
           IF OPR-QTD-PREVISTA = ZEROS
               MOVE ZEROS TO WS-RENDIMENTO
           ELSE
               COMPUTE WS-RENDIMENTO ROUNDED =
                   OPR-QTD * 100 / OPR-QTD-PREVISTA.
           IF WS-DIFERENCA < ZEROS
               MOVE "ABAIXO" TO WS-SITUACAO
               ADD 1 TO WS-QTD-ABAIXO
           ELSE IF WS-DIFERENCA > ZEROS
               MOVE "ACIMA" TO WS-SITUACAO
           ELSE
               MOVE SPACES TO WS-SITUACAO.

           MOVE OPR-QTD-PREVISTA TO WS-QTD-PRINT
           MOVE OPR-QTD TO WS-QTD-PRINT-2
           MOVE WS-DIFERENCA TO WS-DIF-PRINT
           MOVE WS-RENDIMENTO TO WS-PCT-PRINT
           MOVE OPR-CUSTO-TOTAL TO WS-CUSTO-PRINT
           MOVE OPR-CUSTO-UNITARIO TO WS-UNIT-PRINT
           STRING OPR-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPR-SKU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPR-FORNADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTD-PRINT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIF-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-PRINT DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-CUSTO-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-UNIT-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA.

       P-LINHA-INGREDIENTE.
           MOVE OPR-QTD TO WS-QTD-PRINT
           MOVE OPR-CUSTO-TOTAL TO WS-CUSTO-PRINT
           STRING "       ingrediente " DELIMITED BY SIZE
               OPR-SKU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOME(1:20) DELIMITED BY SIZE
               " consumo" DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               "  custo R$" DELIMITED BY SIZE
               WS-CUSTO-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA.

      ***************************************************
      * Relatorio                                        *
      ***************************************************
       P-CABECALHO.
           STRING "Producao propria do dia " DELIMITED BY SIZE
               WS-PARM-DATA(1:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-DATA(3:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-PARM-DATA(5:4) DELIMITED BY SIZE
               " - previsto pela receita x real" DELIMITED BY SIZE
               INTO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA
           MOVE "OP     SKU  Produto              For Previsto    Real"
               TO WS-LINHA-RELPROD
           MOVE "    Dif.   Rend.  Custo total  Unit." TO
               WS-LINHA-RELPROD(56:37)
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA.

       P-RODAPE.
           MOVE ALL "-" TO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA
           IF WS-QTD-ORDENS = ZEROS
               MOVE "(nenhuma ordem de producao no dia)"
                   TO WS-LINHA-RELPROD
               PERFORM P-GRAVA-LINHA.

           MOVE WS-QTD-ORDENS TO WS-CONT-PRINT
           MOVE WS-TOT-CUSTO TO WS-TOTAL-PRINT
           STRING "Ordens: " DELIMITED BY SIZE
               WS-CONT-PRINT DELIMITED BY SIZE
               "   custo dos ingredientes R$" DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA

           IF WS-TOT-PREVISTO = ZEROS
               MOVE ZEROS TO WS-RENDIMENTO
           ELSE
               COMPUTE WS-RENDIMENTO ROUNDED =
                   WS-TOT-PRODUZIDO * 100 / WS-TOT-PREVISTO.
           MOVE WS-TOT-PREVISTO TO WS-QTD-PRINT
           MOVE WS-TOT-PRODUZIDO TO WS-QTD-PRINT-2
           MOVE WS-RENDIMENTO TO WS-PCT-PRINT
           STRING "Previsto: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               "   real: " DELIMITED BY SIZE
               WS-QTD-PRINT-2 DELIMITED BY SIZE
               "   rendimento geral: " DELIMITED BY SIZE
               WS-PCT-PRINT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA

           MOVE WS-QTD-ABAIXO TO WS-CONT-PRINT
           STRING "Ordens que renderam abaixo da receita: "
               DELIMITED BY SIZE
               WS-CONT-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELPROD
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELPROD TO REG-RELPROD
           WRITE REG-RELPROD
           MOVE SPACES TO WS-LINHA-RELPROD.

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
               MOVE "PRODREL" TO JOB-PROGRAMA
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
