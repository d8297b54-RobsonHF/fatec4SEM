           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-IMPERROS.

           SELECT MARGRUPO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-MARGRUPO.

           SELECT BOLJORNL ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-BOLJORNL.
      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

       FD IMPORTA
           LABEL RECORDS ARE STANDARD
      * na exclusao); e o que o ARQUTIL reaplica na recuperacao
               05 JRN-IMAGEM               PIC X(180).

       FD MARGRUPO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MARGRUPO.DAT".
           01 REG-MARGRUPO.
               05 MRG-GRUPO                PIC X(02).
      * margem minima do grupo em % sobre o custo
               05 MRG-MARGEM               PIC 9(02)V99.

       FD IMPERROS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "IMPERROS.TXT".
           77 WS-STATUS-BOLJORNL           PIC X(02).
           77 WS-JRN-OPERACAO              PIC X(01) VALUE SPACES.
           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.

           77 WS-CHAVE-EOF                 PIC X     VALUE "N".
           77 WS-CONTADOR-ALTERADOS        PIC 9(05) VALUE ZEROS.
           77 WS-CONTADOR-REJEITADOS       PIC 9(05) VALUE ZEROS.

      * Linha com venda abaixo do custo mais a margem minima do
      * grupo e rejeitada como as demais linhas invalidas
           77 WS-STATUS-MARGRUPO           PIC X(02).
           77 WS-MRG-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-MRG-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-MRG-ACHOU                 PIC X     VALUE "N".
           77 WS-MRG-EOF                   PIC X     VALUE "N".
           77 WS-MRG-PCT                   PIC 9(02)V99 VALUE ZEROS.
           77 WS-MRG-PISO                  PIC 9(05)V99 VALUE ZEROS.

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
           PERFORM P-ABRE-ARQUIVO
           PERFORM P-IMPORTA-LOOP THRU P-IMPORTA-LOOP-FIM
           PERFORM P-TOTAIS
                   WS-STATUS-IMPERROS
               GO TO P-FIM-STOP-RUN.

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

      ***************************************************
      * Leitura linha a linha do CSV (ponto e virgula,   *
      * mesmas colunas da exportacao: SKU;LOCAL;EAN;     *
      * o CSV nao traz o tipo; inclusao entra como venda por
      * unidade (peso e kit se marcam depois na tela de edicao)
           MOVE "U" TO TIPO-PRODUTO
           MOVE SPACE TO CLASSE-ABC
           MOVE SPACES TO FORN-NOME
           MOVE ZEROS TO FORN-DDD FORN-NUM-TEL FORN-PRAZO-ENTREGA
               QTD-LOTES-ADICIONAIS
           IF WS-CAMPO-QTD NOT NUMERIC
               MOVE "QUANTIDADE NAO NUMERICA" TO WS-MOTIVO-ERRO
               GO TO P-VALIDA-LINHA-FIM.
           MOVE WS-CAMPO-QTD TO WS-NUM-QTD

           MOVE ZEROS TO WS-MRG-PCT
           MOVE "N" TO WS-MRG-ACHOU
           PERFORM P-MARGEM-BUSCA-GRUPO
               VARYING WS-MRG-IDX FROM 1 BY 1
               UNTIL WS-MRG-IDX > WS-MRG-USADOS OR WS-MRG-ACHOU = "S"
           COMPUTE WS-MRG-PISO ROUNDED =
               WS-NUM-CUSTO * (100 + WS-MRG-PCT) / 100
           IF WS-NUM-VENDA < WS-MRG-PISO
               MOVE "VENDA ABAIXO DA MARGEM MINIMA DO GRUPO"
                   TO WS-MOTIVO-ERRO.

       P-VALIDA-LINHA-FIM.
           EXIT.

       P-MARGEM-BUSCA-GRUPO.
           IF TAB-MRG-GRUPO(WS-MRG-IDX) = WS-CAMPO-GRUPO
               MOVE TAB-MRG-MARGEM(WS-MRG-IDX) TO WS-MRG-PCT
               MOVE "S" TO WS-MRG-ACHOU.

       P-GRAVA-REJEITADA.
           ADD 1 TO WS-CONTADOR-REJEITADOS
           MOVE SPACES TO WS-LINHA-ERRO
               WS-STATUS-BOLJORNL NOT = "05"
               DISPLAY "Erro ao gravar o jornal: " WS-STATUS-BOLJORNL
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO JRN-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO JRN-MES
               WRITE REG-BOLJORNL
               CLOSE BOLJORNL.

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
       P-FIM-SAIDA.
           CLOSE ARQUIVO IMPORTA IMPERROS.
