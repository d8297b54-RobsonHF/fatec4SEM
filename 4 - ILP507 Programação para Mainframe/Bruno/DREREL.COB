           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AJUSTES.

           SELECT DEVFORN ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-DEVFORN.

           SELECT RELDRE ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELDRE.
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

       FD VENDRESM
           LABEL RECORDS ARE STANDARD
               05 ENT-FORN-NOME            PIC X(25).
               05 ENT-QTD                  PIC 9(04).
               05 ENT-CUSTO-UNITARIO       PIC 9(04)V99.
      * Pedido de compra atendido pela remessa; zeros (ou
      * vazio nos registros antigos) = entrega sem pedido
               05 ENT-PEDIDO               PIC 9(06).

       FD PERDAS
           LABEL RECORDS ARE STANDARD
               05 AJU-DIFERENCA            PIC S9(05).
               05 AJU-VALOR-CUSTO          PIC S9(08)V99.

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

       FD RELDRE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "DREREL.LST".
           77 WS-STATUS-PERDAS             PIC X(02).
           77 WS-STATUS-AJUSTES            PIC X(02).
           77 WS-STATUS-RELDRE             PIC X(02).
           77 WS-STATUS-DEVFORN            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELDRE              PIC X(100) VALUE SPACES.

           77 WS-PARM-ANO-MES              PIC 9(06) VALUE ZEROS.

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-REGISTROS-LIDOS           PIC 9(06) VALUE ZEROS.
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.
           77 WS-DEVOLUCOES                PIC S9(09)V99 VALUE ZEROS.
           77 WS-RECEITA-LIQUIDA           PIC S9(09)V99 VALUE ZEROS.
           77 WS-COMPRAS                   PIC S9(09)V99 VALUE ZEROS.
           77 WS-DEVOLUCOES-FORN           PIC S9(09)V99 VALUE ZEROS.
           77 WS-PERDA-VALIDADE            PIC S9(09)V99 VALUE ZEROS.
           77 WS-PERDA-AJUSTE              PIC S9(09)V99 VALUE ZEROS.
           77 WS-PERDAS-TOTAL              PIC S9(09)V99 VALUE ZEROS.
           77 WS-VALOR-AUX                 PIC S9(09)V99 VALUE ZEROS.
           77 WS-VALOR-PRINT               PIC -(08)9,99.

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
           ACCEPT WS-PARM-ANO-MES
           MOVE "INICIO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           PERFORM P-SOMA-VENDAS THRU P-SOMA-VENDAS-FIM
           PERFORM P-SOMA-RESUMO THRU P-SOMA-RESUMO-FIM
           PERFORM P-SOMA-COMPRAS THRU P-SOMA-COMPRAS-FIM
           PERFORM P-SOMA-DEVFORN THRU P-SOMA-DEVFORN-FIM
           PERFORM P-SOMA-PERDAS THRU P-SOMA-PERDAS-FIM
           PERFORM P-SOMA-AJUSTES THRU P-SOMA-AJUSTES-FIM
           PERFORM P-GRAVA-DRE
       P-SOMA-COMPRAS-FIM.
           EXIT.

      ***************************************************
      * Mercadoria devolvida ao fornecedor no mes: volta *
      * como credito e reduz o custo das compras (nao e  *
      * perda)                                           *
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
           IF WS-CHAVE-EOF-NAO
               IF DVF-ANO = WS-PARM-ANO-MES(1:4) AND
                   DVF-MES = WS-PARM-ANO-MES(5:2)
                   ADD 1 TO WS-REGISTROS-LIDOS
                   ADD DVF-VALOR TO WS-DEVOLUCOES-FORN.

       P-SOMA-DEVFORN-FIM.
           EXIT.

      ***************************************************
      * Perdas por validade baixadas no mes              *
      ***************************************************
           MOVE WS-LINHA-RELDRE TO REG-RELDRE
           WRITE REG-RELDRE

           MOVE WS-DEVOLUCOES-FORN TO WS-VALOR-PRINT
           PERFORM P-GRAVA-LINHA-VALOR
               THRU P-GRAVA-LINHA-VALOR-FIM
           MOVE "(+) Devolucoes a fornecedores" TO
               WS-LINHA-RELDRE(1:30)
           MOVE WS-LINHA-RELDRE TO REG-RELDRE
           WRITE REG-RELDRE

           MOVE WS-PERDA-VALIDADE TO WS-VALOR-PRINT
           PERFORM P-GRAVA-LINHA-VALOR
               THRU P-GRAVA-LINHA-VALOR-FIM
           ADD WS-PERDA-VALIDADE WS-PERDA-AJUSTE
               GIVING WS-PERDAS-TOTAL
           COMPUTE WS-MARGEM = WS-RECEITA-LIQUIDA - WS-COMPRAS
               + WS-DEVOLUCOES-FORN - WS-PERDAS-TOTAL
           MOVE WS-MARGEM TO WS-VALOR-PRINT
           PERFORM P-GRAVA-LINHA-VALOR
               THRU P-GRAVA-LINHA-VALOR-FIM
               DISPLAY "Erro ao gravar o log de execucao: "
                   WS-STATUS-JOBLOG
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "DREREL" TO JOB-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO JOB-DIA
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
