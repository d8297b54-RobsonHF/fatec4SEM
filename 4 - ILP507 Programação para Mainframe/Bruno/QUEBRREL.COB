           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDAS.

           SELECT DEVFORN ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVFORN.

           SELECT ARQBOL ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
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

       FD ARQBOL
           LABEL RECORDS ARE STANDARD
      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

       FD RELQUEBRA
           LABEL RECORDS ARE STANDARD
           77 WS-STATUS-AJUSTES            PIC X(02).
           77 WS-STATUS-VENDAS             PIC X(02).
           77 WS-STATUS-ARQBOL             PIC X(02).
           77 WS-STATUS-DEVFORN            PIC X(02).
           77 WS-STATUS-RELQUEBRA          PIC X(02).
           77 WS-LINHA-RELQUEBRA           PIC X(100) VALUE SPACES.

           77 WS-QTD-VALIDADE              PIC 9(07) VALUE ZEROS.
           77 WS-QTD-AJUSTE                PIC 9(07) VALUE ZEROS.
           77 WS-QTD-DEVOLUCAO             PIC 9(07) VALUE ZEROS.
      * Devolucoes ao fornecedor saem do estoque mas voltam
      * como credito: aparecem a parte, fora da quebra
           77 WS-TOTAL-DEVFORN             PIC 9(09)V99 VALUE ZEROS.
           77 WS-QTD-DEVFORN               PIC 9(07) VALUE ZEROS.

           77 WS-MOV-SKU                   PIC 9(04) VALUE ZEROS.
           77 WS-MOV-QTD                   PIC 9(05) VALUE ZEROS.
           PERFORM P-SOMA-PERDAS THRU P-SOMA-PERDAS-FIM
           PERFORM P-SOMA-AJUSTES THRU P-SOMA-AJUSTES-FIM
           PERFORM P-SOMA-DEVOLUCOES THRU P-SOMA-DEVOLUCOES-FIM
           PERFORM P-SOMA-DEVFORN THRU P-SOMA-DEVFORN-FIM
           PERFORM P-GRAVA-CAUSAS
           PERFORM P-GRAVA-POR-SKU THRU P-GRAVA-POR-SKU-FIM
           GO TO P-FIM-SAIDA.
       P-ABRE-ARQUIVOS.
           OPEN INPUT PERDAS
           OPEN INPUT AJUSTES
           OPEN INPUT DEVFORN
           OPEN INPUT VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               DISPLAY "Erro na abertura do VENDAS.DAT: "
       P-SOMA-AJUSTES-FIM.
           EXIT.

      ***************************************************
      * Devolucoes de mercadoria ao fornecedor (valor    *
      * do credito); nao entram na quebra nem por SKU    *
      ***************************************************
       P-SOMA-DEVFORN.
           IF WS-STATUS-DEVFORN NOT = "00"
               GO TO P-SOMA-DEVFORN-FIM.
           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-SOMA-DEVFORN-LE UNTIL WS-CHAVE-EOF-SIM
           GO TO P-SOMA-DEVFORN-FIM.

       P-SOMA-DEVFORN-LE.
           READ DEVFORN
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF DVF-ANO = WS-PARM-ANO-MES(1:4) AND
                   DVF-MES = WS-PARM-ANO-MES(5:2)
                   ADD DVF-VALOR TO WS-TOTAL-DEVFORN
                   ADD DVF-QTD TO WS-QTD-DEVFORN.

       P-SOMA-DEVFORN-FIM.
           EXIT.

      ***************************************************
      * Acumulacao da quebra por SKU                     *
      ***************************************************
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELQUEBRA
           MOVE WS-LINHA-RELQUEBRA TO REG-RELQUEBRA
           WRITE REG-RELQUEBRA

           MOVE SPACES TO WS-LINHA-RELQUEBRA
           STRING "Fora da quebra (credito com o fornecedor):"
               DELIMITED BY SIZE
               INTO WS-LINHA-RELQUEBRA
           MOVE WS-LINHA-RELQUEBRA TO REG-RELQUEBRA
           WRITE REG-RELQUEBRA

           MOVE WS-TOTAL-DEVFORN TO WS-VALOR-PRINT
           MOVE WS-QTD-DEVFORN TO WS-QTD-PRINT
           MOVE SPACES TO WS-LINHA-RELQUEBRA
           STRING "  Devolucoes ao fornecedor:    " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " un R$" DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELQUEBRA
           MOVE WS-LINHA-RELQUEBRA TO REG-RELQUEBRA
           WRITE REG-RELQUEBRA.

      ***************************************************
               CLOSE PERDAS.
           IF WS-STATUS-AJUSTES = "00"
               CLOSE AJUSTES.
           IF WS-STATUS-DEVFORN = "00"
               CLOSE DEVFORN.
           IF WS-ARQBOL-ABERTO = "S"
               CLOSE ARQBOL.
           CLOSE VENDAS RELQUEBRA.
