      *          movimento de vendas: copia  *
      *          o mes para arquivo datado,  *
      *          resume por SKU e enxuga o   *
      *          arquivo vivo, com checkpoint*
      *          para reinicio               *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDRESM.

           SELECT VENDCKP ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDCKP.

           SELECT VENDWRK ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-VENDWRK.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS
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

       FD ARQMES
           LABEL RECORDS ARE STANDARD.
           01 REG-ARQMES                       PIC X(91).

       FD VENDTMP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDAS.TMP".
           01 REG-VENDTMP                      PIC X(91).

       FD VENDFECH
           LABEL RECORDS ARE STANDARD
               05 RSM-QTD                  PIC S9(07).
               05 RSM-VALOR                PIC S9(09)V99.

      * Arquivo de reinicio: "I" no inicio do fechamento, "C" no
      * comeco de cada fase e a cada checkpoint da separacao, "F"
      * no fim normal e "X" quando o fechamento e abandonado sem
      * mexer no vivo. Se o ultimo registro e "I" ou "C", o
      * fechamento anterior caiu e a proxima execucao retoma
       FD VENDCKP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDCKP.DAT".
           01 REG-VENDCKP.
               05 CKP-PROGRAMA             PIC X(08).
               05 CKP-DATA.
                   10 CKP-DIA              PIC 99.
                   10 CKP-MES              PIC 99.
                   10 CKP-ANO              PIC 9(04).
               05 CKP-HORA                 PIC X(06).
               05 CKP-TIPO                 PIC X(01).
      * 1 = separacao, 2 = resumo, 3 = regravacao do vivo,
      * 4 = marca do mes fechado
               05 CKP-FASE                 PIC 9(01).
      * Mes em fechamento (AAAAMM)
               05 CKP-PARM                 PIC 9(08).
               05 CKP-CHAVE                PIC X(10).
      * Registros do VENDAS.DAT ja separados
               05 CKP-LIDOS                PIC 9(07).
      * Linhas no arquivo mensal e no VENDAS.TMP
               05 CKP-GRAVADOS             PIC 9(07).
               05 CKP-MANTIDOS             PIC 9(07).
      * Totais de controle do arquivo mensal
               05 CKP-TOTAL-QTD            PIC S9(09).
               05 CKP-TOTAL-VALOR          PIC S9(09)V99.

      * Copia de trabalho para cortar um arquivo no tamanho do
      * checkpoint na retomada
       FD VENDWRK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VENDARQ.WRK".
           01 REG-VENDWRK                      PIC X(91).

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
           77 WS-STATUS-VENDTMP            PIC X(02).
           77 WS-STATUS-VENDFECH           PIC X(02).
           77 WS-STATUS-VENDRESM           PIC X(02).
           77 WS-STATUS-VENDCKP            PIC X(02).
           77 WS-STATUS-VENDWRK            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.

           77 WS-DATA-SISTEMA              PIC X(08) VALUE SPACES.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC X(08) VALUE SPACES.

           77 WS-NOME-ARQMES               PIC X(13) VALUE SPACES.

           77 WS-MOV-QTD                   PIC S9(04) VALUE ZEROS.
           77 WS-MOV-VALOR                 PIC S9(07)V99 VALUE ZEROS.

      * Checkpoint da separacao a cada tantos registros lidos
           77 WS-CKP-INTERVALO             PIC 9(05) VALUE 1000.
           77 WS-CKP-CONTA                 PIC 9(05) VALUE ZEROS.
           77 WS-CKP-TIPO                  PIC X(01) VALUE SPACES.
           77 WS-FASE                      PIC 9(01) VALUE ZEROS.
           77 WS-REINICIO                  PIC X     VALUE "N".
           77 WS-REG-LIDOS                 PIC 9(07) VALUE ZEROS.
           77 WS-LINHA-CONTA               PIC 9(07) VALUE ZEROS.
           77 WS-WRK-EOF                   PIC X     VALUE "N".
           77 WS-RSM-REMOVIDOS             PIC 9(05) VALUE ZEROS.
      * Totais de controle do que foi para o arquivo mensal
           77 WS-ARQ-QTD                   PIC S9(09) VALUE ZEROS.
           77 WS-ARQ-VALOR                 PIC S9(09)V99 VALUE ZEROS.

      * Ultimo registro lido do arquivo de reinicio
       01 WS-CKP-LIDO.
           05 WS-CKP-L-PROGRAMA            PIC X(08).
           05 WS-CKP-L-DATA                PIC X(08).
           05 WS-CKP-L-HORA                PIC X(06).
           05 WS-CKP-L-TIPO                PIC X(01).
           05 WS-CKP-L-FASE                PIC 9(01).
           05 WS-CKP-L-PARM                PIC 9(08).
           05 WS-CKP-L-CHAVE               PIC X(10).
           05 WS-CKP-L-LIDOS               PIC 9(07).
           05 WS-CKP-L-GRAVADOS            PIC 9(07).
           05 WS-CKP-L-MANTIDOS            PIC 9(07).
           05 WS-CKP-L-TOTAL-QTD           PIC S9(09).
           05 WS-CKP-L-TOTAL-VALOR         PIC S9(09)V99.

       01 TABELA-SKU.
           05 TAB-SKU-ITEM OCCURS 200 TIMES.
               10 TAB-SKU                  PIC 9(04).
               10 TAB-SKU-QTD              PIC S9(07).
               10 TAB-SKU-VALOR            PIC S9(09)V99.

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
           PERFORM P-LE-CHECKPOINT
           IF WS-REINICIO = "S"
               GO TO P-RETOMA.

           PERFORM P-TESTA-JA-FECHADO THRU P-TESTA-JA-FECHADO-FIM
           IF WS-JA-FECHADO = "S"
               DISPLAY "Mes " WS-PARM-ANO-MES " ja foi fechado; "
                   "execucao abandonada para nao duplicar o arquivo."
               GO TO P-FIM-STOP-RUN.

           MOVE "INICIO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           PERFORM P-MONTA-NOME-ARQMES
           MOVE 1 TO WS-FASE
           MOVE "I" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           PERFORM P-SEPARA-MES THRU P-SEPARA-MES-FIM.

       P-FECHA-RESUMO.
      * Resumo mensal nao pode sair capenga: depois do enxugo do
      * arquivo vivo nao ha como refaze-lo. Com mais SKUs do que a
      * tabela comporta, o fechamento e abandonado sem mexer no
               DISPLAY "Mes " WS-PARM-ANO-MES " tem mais de 200 SKUs; "
                   "o resumo ficaria incompleto. Fechamento abandonado "
                   "sem alterar o arquivo vivo."
               MOVE "X" TO WS-CKP-TIPO
               PERFORM P-GRAVA-CHECKPOINT
               GO TO P-FIM-ERRO.

           MOVE 2 TO WS-FASE
           MOVE "C" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           IF WS-REINICIO = "S"
               PERFORM P-LIMPA-RESUMO THRU P-LIMPA-RESUMO-FIM.
           PERFORM P-GRAVA-RESUMO THRU P-GRAVA-RESUMO-FIM.

       P-FECHA-VIVO.
           MOVE 3 TO WS-FASE
           MOVE "C" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           PERFORM P-REESCREVE-VIVO THRU P-REESCREVE-VIVO-FIM.

       P-FECHA-MARCA.
           MOVE 4 TO WS-FASE
           MOVE "C" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           PERFORM P-TESTA-JA-FECHADO THRU P-TESTA-JA-FECHADO-FIM
           IF WS-JA-FECHADO = "N"
               PERFORM P-MARCA-FECHADO.
           MOVE "F" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT

           DISPLAY "Fechamento " WS-PARM-ANO-MES ": "
               WS-CONTADOR-ARQUIVADOS " registros arquivados em "
               WS-NOME-ARQMES ", " WS-CONTADOR-MANTIDOS
               " mantidos no arquivo vivo."
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-STOP-RUN.

      ***************************************************
      * Fechamento anterior incompleto: retoma do ultimo *
      * checkpoint. Na separacao, o arquivo mensal e o   *
      * VENDAS.TMP voltam ao tamanho do checkpoint e a   *
      * leitura do VENDAS.DAT segue dali; no resumo, as  *
      * linhas do mes ja gravadas no VENDRESM saem antes *
      * de gravar de novo; na regravacao do vivo o ponto *
      * de retomada e o inicio da fase (o VENDAS.TMP     *
      * esta completo e regravar o vivo inteiro nao      *
      * duplica nada)                                    *
      ***************************************************
       P-RETOMA.
           IF WS-CKP-L-PARM NOT = WS-PARM-ANO-MES
               DISPLAY "O fechamento de " WS-CKP-L-PARM(3:6)
                   " ficou incompleto; rode o VENDARQ para esse mes "
                   "antes de fechar " WS-PARM-ANO-MES "."
               GO TO P-FIM-ERRO.

           MOVE WS-CKP-L-FASE TO WS-FASE
           MOVE WS-CKP-L-LIDOS TO WS-REG-LIDOS
           MOVE WS-CKP-L-GRAVADOS TO WS-CONTADOR-ARQUIVADOS
           MOVE WS-CKP-L-MANTIDOS TO WS-CONTADOR-MANTIDOS
           MOVE "REINICIO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           PERFORM P-MONTA-NOME-ARQMES
           DISPLAY "Reinicio do fechamento " WS-PARM-ANO-MES
               " na fase " WS-FASE ", apos " WS-REG-LIDOS
               " registros separados."

           IF WS-FASE = 3
               GO TO P-FECHA-VIVO.
           IF WS-FASE = 4
               GO TO P-FECHA-MARCA.

           PERFORM P-RETOMA-ARQMES THRU P-RETOMA-ARQMES-FIM
           PERFORM P-RETOMA-VENDTMP THRU P-RETOMA-VENDTMP-FIM
           IF WS-FASE = 1
               PERFORM P-SEPARA-MES THRU P-SEPARA-MES-FIM.
           GO TO P-FECHA-RESUMO.

      * Corta o arquivo mensal nas linhas do checkpoint e refaz
      * a tabela por SKU a partir delas, conferindo os totais
       P-RETOMA-ARQMES.
           MOVE ZEROS TO WS-LINHA-CONTA WS-ARQ-QTD WS-ARQ-VALOR
           OPEN INPUT ARQMES
           IF WS-STATUS-ARQMES NOT = "00"
               IF WS-CKP-L-GRAVADOS = ZEROS
                   OPEN OUTPUT ARQMES
                   CLOSE ARQMES
                   GO TO P-RETOMA-ARQMES-FIM
               ELSE
                   DISPLAY "Reinicio impossivel: " WS-NOME-ARQMES
                       " nao abre (" WS-STATUS-ARQMES ")."
                   GO TO P-FIM-ERRO.
           OPEN OUTPUT VENDWRK
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-RETOMA-ARQMES-LE
               UNTIL WS-WRK-EOF = "S" OR
                     WS-LINHA-CONTA = WS-CKP-L-GRAVADOS
           CLOSE ARQMES VENDWRK
           IF WS-LINHA-CONTA < WS-CKP-L-GRAVADOS OR
               WS-ARQ-QTD NOT = WS-CKP-L-TOTAL-QTD OR
               WS-ARQ-VALOR NOT = WS-CKP-L-TOTAL-VALOR
               DISPLAY "Reinicio impossivel: " WS-NOME-ARQMES
                   " nao confere com o checkpoint ("
                   WS-LINHA-CONTA " de " WS-CKP-L-GRAVADOS
                   " linhas)."
               GO TO P-FIM-ERRO.

           OPEN INPUT VENDWRK
           OPEN OUTPUT ARQMES
           IF WS-STATUS-ARQMES NOT = "00"
               DISPLAY "Erro ao regravar o arquivo mensal: "
                   WS-STATUS-ARQMES
               GO TO P-FIM-ERRO.
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-RETOMA-ARQMES-COPIA UNTIL WS-WRK-EOF = "S"
           CLOSE VENDWRK ARQMES
           GO TO P-RETOMA-ARQMES-FIM.

       P-RETOMA-ARQMES-LE.
           READ ARQMES
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               ADD 1 TO WS-LINHA-CONTA
               MOVE REG-ARQMES TO REG-VENDWRK
               WRITE REG-VENDWRK
               MOVE REG-ARQMES TO REG-VENDAS
               PERFORM P-SEPARA-ACUMULA.

       P-RETOMA-ARQMES-COPIA.
           READ VENDWRK
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               MOVE REG-VENDWRK TO REG-ARQMES
               WRITE REG-ARQMES.

       P-RETOMA-ARQMES-FIM.
           EXIT.

      * Corta o VENDAS.TMP nas linhas do checkpoint
       P-RETOMA-VENDTMP.
           MOVE ZEROS TO WS-LINHA-CONTA
           OPEN INPUT VENDTMP
           IF WS-STATUS-VENDTMP NOT = "00"
               IF WS-CKP-L-MANTIDOS = ZEROS
                   OPEN OUTPUT VENDTMP
                   CLOSE VENDTMP
                   GO TO P-RETOMA-VENDTMP-FIM
               ELSE
                   DISPLAY "Reinicio impossivel: VENDAS.TMP nao abre ("
                       WS-STATUS-VENDTMP ")."
                   GO TO P-FIM-ERRO.
           OPEN OUTPUT VENDWRK
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-RETOMA-VENDTMP-LE
               UNTIL WS-WRK-EOF = "S" OR
                     WS-LINHA-CONTA = WS-CKP-L-MANTIDOS
           CLOSE VENDTMP VENDWRK
           IF WS-LINHA-CONTA < WS-CKP-L-MANTIDOS
               DISPLAY "Reinicio impossivel: VENDAS.TMP menor que no "
                   "checkpoint (" WS-LINHA-CONTA " de "
                   WS-CKP-L-MANTIDOS " linhas)."
               GO TO P-FIM-ERRO.

           OPEN INPUT VENDWRK
           OPEN OUTPUT VENDTMP
           IF WS-STATUS-VENDTMP NOT = "00"
               DISPLAY "Erro ao regravar o VENDAS.TMP: "
                   WS-STATUS-VENDTMP
               GO TO P-FIM-ERRO.
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-RETOMA-VENDTMP-COPIA UNTIL WS-WRK-EOF = "S"
           CLOSE VENDWRK VENDTMP
           GO TO P-RETOMA-VENDTMP-FIM.

       P-RETOMA-VENDTMP-LE.
           READ VENDTMP
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               ADD 1 TO WS-LINHA-CONTA
               MOVE REG-VENDTMP TO REG-VENDWRK
               WRITE REG-VENDWRK.

       P-RETOMA-VENDTMP-COPIA.
           READ VENDWRK
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               MOVE REG-VENDWRK TO REG-VENDTMP
               WRITE REG-VENDTMP.

       P-RETOMA-VENDTMP-FIM.
           EXIT.

      * Tira do VENDRESM as linhas do mes gravadas pela execucao
      * que caiu no meio do resumo
       P-LIMPA-RESUMO.
           MOVE ZEROS TO WS-RSM-REMOVIDOS
           OPEN INPUT VENDRESM
           IF WS-STATUS-VENDRESM NOT = "00"
               GO TO P-LIMPA-RESUMO-FIM.
           OPEN OUTPUT VENDWRK
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-LIMPA-RESUMO-LE UNTIL WS-WRK-EOF = "S"
           CLOSE VENDRESM VENDWRK
           IF WS-RSM-REMOVIDOS = ZEROS
               GO TO P-LIMPA-RESUMO-FIM.

           OPEN INPUT VENDWRK
           OPEN OUTPUT VENDRESM
           IF WS-STATUS-VENDRESM NOT = "00"
               DISPLAY "Erro ao regravar o VENDRESM.DAT: "
                   WS-STATUS-VENDRESM
               GO TO P-FIM-ERRO.
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-LIMPA-RESUMO-COPIA UNTIL WS-WRK-EOF = "S"
           CLOSE VENDWRK VENDRESM
           DISPLAY WS-RSM-REMOVIDOS " linhas de resumo do mes "
               "descartadas para gravar de novo."
           GO TO P-LIMPA-RESUMO-FIM.

       P-LIMPA-RESUMO-LE.
           READ VENDRESM
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               IF RSM-ANO-MES = WS-PARM-ANO-MES
                   ADD 1 TO WS-RSM-REMOVIDOS
               ELSE
                   MOVE SPACES TO REG-VENDWRK
                   MOVE REG-VENDRESM TO REG-VENDWRK(1:28)
                   WRITE REG-VENDWRK.

       P-LIMPA-RESUMO-COPIA.
           READ VENDWRK
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               MOVE REG-VENDWRK(1:28) TO REG-VENDRESM
               WRITE REG-VENDRESM.

       P-LIMPA-RESUMO-FIM.
           EXIT.

       P-LE-CHECKPOINT.
           MOVE "N" TO WS-REINICIO
           MOVE SPACES TO WS-CKP-LIDO
           OPEN INPUT VENDCKP
           IF WS-STATUS-VENDCKP = "00"
               MOVE "N" TO WS-WRK-EOF
               PERFORM P-LE-CHECKPOINT-LE UNTIL WS-WRK-EOF = "S"
               CLOSE VENDCKP.
           IF WS-CKP-L-TIPO = "I" OR WS-CKP-L-TIPO = "C"
               MOVE "S" TO WS-REINICIO.

       P-LE-CHECKPOINT-LE.
           READ VENDCKP
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               MOVE REG-VENDCKP TO WS-CKP-LIDO.

      ***************************************************
      * Protecao contra reprocessamento: o mes so pode   *
      * ser fechado uma unica vez                        *
           IF WS-STATUS-VENDAS NOT = "00"
               DISPLAY "Erro na abertura do VENDAS.DAT: "
                   WS-STATUS-VENDAS
               GO TO P-FIM-ERRO.
           MOVE "N" TO WS-CHAVE-EOF
           IF WS-REINICIO = "S"
               MOVE ZEROS TO WS-LINHA-CONTA
               PERFORM P-SEPARA-MES-PULA
                   UNTIL WS-CHAVE-EOF-SIM OR
                         WS-LINHA-CONTA = WS-REG-LIDOS
               IF WS-LINHA-CONTA < WS-REG-LIDOS
                   DISPLAY "Reinicio impossivel: VENDAS.DAT menor que "
                       "no checkpoint."
                   GO TO P-FIM-ERRO
               END-IF
               OPEN EXTEND ARQMES
               OPEN EXTEND VENDTMP
           ELSE
               OPEN OUTPUT ARQMES
               OPEN OUTPUT VENDTMP.
           IF WS-STATUS-ARQMES NOT = "00"
               DISPLAY "Erro na abertura do arquivo mensal: "
                   WS-STATUS-ARQMES
               GO TO P-FIM-ERRO.
           IF WS-STATUS-VENDTMP NOT = "00"
               DISPLAY "Erro na abertura do VENDAS.TMP: "
                   WS-STATUS-VENDTMP
               GO TO P-FIM-ERRO.

           PERFORM P-SEPARA-MES-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE VENDAS ARQMES VENDTMP
           GO TO P-SEPARA-MES-FIM.
               ELSE
                   MOVE REG-VENDAS TO REG-VENDTMP
                   WRITE REG-VENDTMP
                   ADD 1 TO WS-CONTADOR-MANTIDOS
               END-IF
               ADD 1 TO WS-REG-LIDOS WS-CKP-CONTA
               IF WS-CKP-CONTA NOT < WS-CKP-INTERVALO
                   PERFORM P-SEPARA-CHECKPOINT
               END-IF.

       P-SEPARA-MES-PULA.
           READ VENDAS
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               ADD 1 TO WS-LINHA-CONTA.

      * Arquivo mensal e VENDAS.TMP fechados e reabertos para que
      * o checkpoint so registre linhas ja gravadas em disco
       P-SEPARA-CHECKPOINT.
           CLOSE ARQMES VENDTMP
           OPEN EXTEND ARQMES
           OPEN EXTEND VENDTMP
           MOVE "C" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           MOVE ZEROS TO WS-CKP-CONTA.

       P-SEPARA-ACUMULA.
           IF VND-TIPO = "D"
               MOVE VND-QTD TO WS-MOV-QTD
               MOVE VND-VALOR-TOTAL TO WS-MOV-VALOR
           END-IF
           ADD WS-MOV-QTD TO WS-ARQ-QTD
           ADD WS-MOV-VALOR TO WS-ARQ-VALOR
           MOVE "N" TO WS-SKU-ACHOU
           PERFORM P-SEPARA-ACUMULA-BUSCA
               VARYING WS-SKU-IDX FROM 1 BY 1
           IF WS-STATUS-VENDTMP NOT = "00"
               DISPLAY "Erro ao reler o VENDAS.TMP: "
                   WS-STATUS-VENDTMP
               GO TO P-FIM-ERRO.
           OPEN OUTPUT VENDAS
           IF WS-STATUS-VENDAS NOT = "00"
               DISPLAY "Erro ao regravar o VENDAS.DAT: "
                   WS-STATUS-VENDAS
               GO TO P-FIM-ERRO.

           MOVE "N" TO WS-CHAVE-EOF
           PERFORM P-REESCREVE-VIVO-LE UNTIL WS-CHAVE-EOF-SIM
               WRITE REG-VENDFECH
               CLOSE VENDFECH.

      ***********************************************
      * Registro no arquivo de reinicio (tipo em    *
      * WS-CKP-TIPO); o "I" comeca o arquivo de novo *
      ***********************************************
       P-GRAVA-CHECKPOINT.
           IF WS-CKP-TIPO = "I"
               OPEN OUTPUT VENDCKP
           ELSE
               OPEN EXTEND VENDCKP
               IF WS-STATUS-VENDCKP = "35"
                   OPEN OUTPUT VENDCKP.
           IF WS-STATUS-VENDCKP NOT = "00" AND
               WS-STATUS-VENDCKP NOT = "05"
               DISPLAY "Erro ao gravar o checkpoint: "
                   WS-STATUS-VENDCKP
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "VENDARQ" TO CKP-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO CKP-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO CKP-MES
               MOVE WS-DATA-SISTEMA(1:4) TO CKP-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO CKP-HORA
               MOVE WS-CKP-TIPO TO CKP-TIPO
               MOVE WS-FASE TO CKP-FASE
               MOVE WS-PARM-ANO-MES TO CKP-PARM
               MOVE SPACES TO CKP-CHAVE
               MOVE WS-REG-LIDOS TO CKP-LIDOS
               MOVE WS-CONTADOR-ARQUIVADOS TO CKP-GRAVADOS
               MOVE WS-CONTADOR-MANTIDOS TO CKP-MANTIDOS
               MOVE WS-ARQ-QTD TO CKP-TOTAL-QTD
               MOVE WS-ARQ-VALOR TO CKP-TOTAL-VALOR
               WRITE REG-VENDCKP
               CLOSE VENDCKP.

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
               MOVE "VENDARQ" TO JOB-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO JOB-MES
               MOVE WS-DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE WS-REG-LIDOS TO JOB-REGISTROS
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
       P-FIM-ERRO.
           MOVE "ERRO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           STOP RUN.
