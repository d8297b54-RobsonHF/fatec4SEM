      * Date: 2020-08                        *
      * Purpose: Baixa noturna dos lotes     *
      *          vencidos do BOLINHO, com    *
      *          registro das perdas e       *
      *          checkpoint para reinicio    *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-BOLJORNL.

           SELECT BOLBCKP ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-BOLBCKP.

           SELECT BOLBWRK ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-BOLBWRK.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

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

       FD BOLJORNL
           LABEL RECORDS ARE STANDARD
               05 PRD-QTD                  PIC 9(04).
               05 PRD-VALOR-CUSTO          PIC 9(08)V99.

      * Arquivo de reinicio: "I" no inicio da execucao, "C" a
      * cada checkpoint e "F" no fim normal. Se o ultimo registro
      * nao e "F", a execucao anterior caiu e a proxima retoma
      * do ultimo checkpoint
       FD BOLBCKP
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLBCKP.DAT".
           01 REG-BOLBCKP.
               05 CKP-PROGRAMA             PIC X(08).
               05 CKP-DATA.
                   10 CKP-DIA              PIC 99.
                   10 CKP-MES              PIC 99.
                   10 CKP-ANO              PIC 9(04).
               05 CKP-HORA                 PIC X(06).
               05 CKP-TIPO                 PIC X(01).
               05 CKP-FASE                 PIC 9(01).
      * Data de corte da execucao (AAAAMMDD): a retomada usa a
      * mesma data, mesmo que ja tenha virado o dia
               05 CKP-PARM                 PIC 9(08).
      * Ultima chave do BOLINHO.DAT ja processada
               05 CKP-CHAVE                PIC X(10).
               05 CKP-LIDOS                PIC 9(07).
      * Linhas fisicas do PERDAS.DAT no momento do checkpoint
               05 CKP-GRAVADOS             PIC 9(07).
      * Lotes baixados nesta execucao ate o checkpoint
               05 CKP-MANTIDOS             PIC 9(07).
               05 CKP-TOTAL-QTD            PIC S9(09).
               05 CKP-TOTAL-VALOR          PIC S9(09)V99.

      * Copia de trabalho do PERDAS.DAT na retomada
       FD BOLBWRK
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLBAIXA.WRK".
           01 REG-BOLBWRK                      PIC X(36).

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
           77 WS-STATUS-PERDAS             PIC X(02).
           77 WS-STATUS-BOLJORNL           PIC X(02).
           77 WS-STATUS-BOLBCKP            PIC X(02).
           77 WS-STATUS-BOLBWRK            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-JOB-SITUACAO              PIC X(08) VALUE SPACES.
           77 WS-JRN-OPERACAO              PIC X(01) VALUE SPACES.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.

              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-LOTE-AMD                  PIC 9(08) VALUE ZEROS.

           77 WS-VALOR-AUX                 PIC 9(08)V99 VALUE ZEROS.
           77 WS-VALOR-AUX-PRINT           PIC Z(08)9,99 VALUE ZEROS.

      * Checkpoint a cada tantos registros do BOLINHO.DAT
           77 WS-CKP-INTERVALO             PIC 9(05) VALUE 100.
           77 WS-CKP-CONTA                 PIC 9(05) VALUE ZEROS.
           77 WS-CKP-TIPO                  PIC X(01) VALUE SPACES.
           77 WS-REINICIO                  PIC X     VALUE "N".
           77 WS-REG-LIDOS                 PIC 9(07) VALUE ZEROS.
           77 WS-PERDAS-LINHAS             PIC 9(07) VALUE ZEROS.
           77 WS-LINHA-CONTA               PIC 9(07) VALUE ZEROS.
           77 WS-DESCARTADAS               PIC 9(05) VALUE ZEROS.
           77 WS-WRK-EOF                   PIC X     VALUE "N".

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

      * Perdas gravadas depois do ultimo checkpoint pela
      * execucao que caiu: ja estao no PERDAS.DAT e nao podem
      * ser gravadas de novo quando o lote for revisto
       01 TABELA-CAUDA.
           05 TAB-CAU-ITEM OCCURS 600 TIMES.
               10 TAB-CAU-SKU              PIC 9(04).
               10 TAB-CAU-LOCAL            PIC X(02).
               10 TAB-CAU-VALIDADE         PIC X(08).
               10 TAB-CAU-QTD              PIC 9(04).
               10 TAB-CAU-USADO            PIC X(01).
           77 WS-CAU-USADOS                PIC 9(03) VALUE ZEROS.
           77 WS-CAU-IDX                   PIC 9(03) VALUE ZEROS.
           77 WS-CAU-ACHOU                 PIC X     VALUE "N".

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
           PERFORM P-LE-CHECKPOINT
           PERFORM P-ABRE-ARQUIVO
           PERFORM P-BAIXA-VENCIDOS THRU P-BAIXA-VENCIDOS-FIM
           MOVE "F" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           GO TO P-FIM-SAIDA.

      ***************************************************
      * Execucao anterior incompleta (ultimo registro do *
      * arquivo de reinicio nao e o de fim) = retomada   *
      ***************************************************
       P-LE-CHECKPOINT.
           MOVE "N" TO WS-REINICIO
           MOVE SPACES TO WS-CKP-LIDO
           OPEN INPUT BOLBCKP
           IF WS-STATUS-BOLBCKP = "00"
               MOVE "N" TO WS-WRK-EOF
               PERFORM P-LE-CHECKPOINT-LE UNTIL WS-WRK-EOF = "S"
               CLOSE BOLBCKP.
           IF WS-CKP-L-TIPO = "I" OR WS-CKP-L-TIPO = "C"
               MOVE "S" TO WS-REINICIO.

       P-LE-CHECKPOINT-LE.
           READ BOLBCKP
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               MOVE REG-BOLBCKP TO WS-CKP-LIDO.

       P-ABRE-ARQUIVO.
           OPEN I-O ARQUIVO
           IF WS-STATUS-ARQUIVO NOT = "00"
               DISPLAY "Erro na abertura do BOLINHO.DAT: "
                   WS-STATUS-ARQUIVO
               GO TO P-FIM-ERRO.

           IF WS-REINICIO = "S"
               PERFORM P-REPOSICIONA-PERDAS
                   THRU P-REPOSICIONA-PERDAS-FIM
               MOVE "REINICIO" TO WS-JOB-SITUACAO
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               MOVE WS-DATA-SISTEMA TO WS-HOJE-AMD
               PERFORM P-CONTA-PERDAS
               MOVE "I" TO WS-CKP-TIPO
               PERFORM P-GRAVA-CHECKPOINT
               MOVE "INICIO" TO WS-JOB-SITUACAO.
           PERFORM P-GRAVA-JOBLOG

           OPEN EXTEND PERDAS
           IF WS-STATUS-PERDAS = "35"
               WS-STATUS-PERDAS NOT = "05"
               DISPLAY "Erro na abertura do arquivo de perdas: "
                   WS-STATUS-PERDAS
               GO TO P-FIM-ERRO.

       P-CONTA-PERDAS.
           MOVE ZEROS TO WS-PERDAS-LINHAS
           OPEN INPUT PERDAS
           IF WS-STATUS-PERDAS = "00"
               MOVE "N" TO WS-WRK-EOF
               PERFORM P-CONTA-PERDAS-LE UNTIL WS-WRK-EOF = "S"
               CLOSE PERDAS.

       P-CONTA-PERDAS-LE.
           READ PERDAS
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               ADD 1 TO WS-PERDAS-LINHAS.

      ***************************************************
      * Retomada: o PERDAS.DAT volta ao tamanho do        *
      * checkpoint mais as perdas completas gravadas      *
      * depois dele (linha cortada pela queda e           *
      * descartada); essas ficam na tabela da cauda para  *
      * nao serem gravadas de novo, e os totais voltam    *
      * aos do checkpoint mais os da cauda                *
      ***************************************************
       P-REPOSICIONA-PERDAS.
           MOVE WS-CKP-L-PARM TO WS-HOJE-AMD
           MOVE WS-CKP-L-LIDOS TO WS-REG-LIDOS
           MOVE WS-CKP-L-GRAVADOS TO WS-PERDAS-LINHAS
           MOVE WS-CKP-L-MANTIDOS TO WS-TOTAL-LOTES
           MOVE WS-CKP-L-TOTAL-QTD TO WS-TOTAL-QTD
           MOVE WS-CKP-L-TOTAL-VALOR TO WS-TOTAL-CUSTO
           MOVE ZEROS TO WS-CAU-USADOS WS-LINHA-CONTA WS-DESCARTADAS

           OPEN INPUT PERDAS
           IF WS-STATUS-PERDAS NOT = "00"
               IF WS-CKP-L-GRAVADOS = ZEROS
                   GO TO P-REPOSICIONA-PERDAS-FIM
               ELSE
                   DISPLAY "Reinicio impossivel: PERDAS.DAT nao abre ("
                       WS-STATUS-PERDAS ")."
                   GO TO P-FIM-ERRO.
           OPEN OUTPUT BOLBWRK
           IF WS-STATUS-BOLBWRK NOT = "00"
               DISPLAY "Erro na abertura do BOLBAIXA.WRK: "
                   WS-STATUS-BOLBWRK
               GO TO P-FIM-ERRO.
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-REPOSICIONA-LE UNTIL WS-WRK-EOF = "S"
           CLOSE PERDAS BOLBWRK

           IF WS-LINHA-CONTA < WS-CKP-L-GRAVADOS
               DISPLAY "Reinicio impossivel: PERDAS.DAT menor que no "
                   "checkpoint."
               GO TO P-FIM-ERRO.

           OPEN INPUT BOLBWRK
           OPEN OUTPUT PERDAS
           IF WS-STATUS-PERDAS NOT = "00"
               DISPLAY "Erro ao regravar o PERDAS.DAT: "
                   WS-STATUS-PERDAS
               GO TO P-FIM-ERRO.
           MOVE "N" TO WS-WRK-EOF
           PERFORM P-REPOSICIONA-COPIA UNTIL WS-WRK-EOF = "S"
           CLOSE BOLBWRK PERDAS

           DISPLAY "Reinicio do BOLBAIXA apos a chave "
               WS-CKP-L-CHAVE(1:6) " (" WS-CKP-L-LIDOS
               " registros ja vistos); perdas da cauda: "
               WS-CAU-USADOS ", linhas descartadas: " WS-DESCARTADAS.

       P-REPOSICIONA-PERDAS-FIM.
           EXIT.

       P-REPOSICIONA-LE.
           READ PERDAS
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               ADD 1 TO WS-LINHA-CONTA
               IF WS-LINHA-CONTA NOT > WS-CKP-L-GRAVADOS
                   MOVE REG-PERDAS TO REG-BOLBWRK
                   WRITE REG-BOLBWRK
               ELSE IF PRD-SKU NUMERIC AND PRD-QTD NUMERIC AND
                   PRD-VALOR-CUSTO NUMERIC AND WS-CAU-USADOS < 600
                   ADD 1 TO WS-CAU-USADOS
                   MOVE PRD-SKU TO TAB-CAU-SKU(WS-CAU-USADOS)
                   MOVE PRD-LOCAL TO TAB-CAU-LOCAL(WS-CAU-USADOS)
                   MOVE PRD-VALIDADE TO TAB-CAU-VALIDADE(WS-CAU-USADOS)
                   MOVE PRD-QTD TO TAB-CAU-QTD(WS-CAU-USADOS)
                   MOVE "N" TO TAB-CAU-USADO(WS-CAU-USADOS)
                   ADD 1 TO WS-PERDAS-LINHAS WS-TOTAL-LOTES
                   ADD PRD-QTD TO WS-TOTAL-QTD
                   ADD PRD-VALOR-CUSTO TO WS-TOTAL-CUSTO
                   MOVE REG-PERDAS TO REG-BOLBWRK
                   WRITE REG-BOLBWRK
               ELSE
                   ADD 1 TO WS-DESCARTADAS.

       P-REPOSICIONA-COPIA.
           READ BOLBWRK
           AT END MOVE "S" TO WS-WRK-EOF.
           IF WS-WRK-EOF = "N"
               MOVE REG-BOLBWRK TO REG-PERDAS
               WRITE REG-PERDAS.

      ***************************************************
      * Varre o estoque e zera as quantidades vencidas,  *
      * gravando um registro de perda por lote baixado   *
      * (data de corte = data do sistema, ou a da        *
      * execucao retomada)                               *
      ***************************************************
       P-BAIXA-VENCIDOS.
           MOVE ZEROS TO CHAVE-PRODUTO
           IF WS-REINICIO = "S"
               MOVE WS-CKP-L-CHAVE(1:6) TO CHAVE-PRODUTO.
           MOVE "N" TO WS-CHAVE-EOF
           START ARQUIVO KEY IS GREATER THAN CHAVE-PRODUTO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-BAIXA-REGISTRO UNTIL WS-CHAVE-EOF-SIM
           GO TO P-BAIXA-TOTAIS.

                   END-REWRITE
                   MOVE "R" TO WS-JRN-OPERACAO
                   PERFORM P-GRAVA-JORNAL
               END-IF
               ADD 1 TO WS-REG-LIDOS WS-CKP-CONTA
               IF WS-CKP-CONTA NOT < WS-CKP-INTERVALO
                   PERFORM P-BAIXA-CHECKPOINT
               END-IF.

      * O PERDAS.DAT e fechado e reaberto para que o checkpoint
      * so registre linhas que ja estao gravadas em disco
       P-BAIXA-CHECKPOINT.
           CLOSE PERDAS
           OPEN EXTEND PERDAS
           MOVE "C" TO WS-CKP-TIPO
           PERFORM P-GRAVA-CHECKPOINT
           MOVE ZEROS TO WS-CKP-CONTA.

       P-BAIXA-PRINCIPAL.
           IF QTD-ESTOQUE > ZEROS
               MOVE ANO TO WS-LOTE-AMD(1:4)
                   MOVE "S" TO WS-REGISTRO-MUDOU.

       P-BAIXA-GRAVA-PERDA.
           MOVE WS-HOJE-AMD(7:2) TO PRD-DIA
           MOVE WS-HOJE-AMD(5:2) TO PRD-MES
           MOVE WS-HOJE-AMD(1:4) TO PRD-ANO
           MOVE SKU TO PRD-SKU
           MOVE LOCAL TO PRD-LOCAL
           MULTIPLY PRD-QTD BY VALOR-CUSTO GIVING PRD-VALOR-CUSTO
           MOVE "N" TO WS-CAU-ACHOU
           PERFORM P-BAIXA-BUSCA-CAUDA
               VARYING WS-CAU-IDX FROM 1 BY 1
               UNTIL WS-CAU-IDX > WS-CAU-USADOS OR WS-CAU-ACHOU = "S"
           IF WS-CAU-ACHOU = "N"
               WRITE REG-PERDAS
               ADD 1 TO WS-TOTAL-LOTES WS-PERDAS-LINHAS
               ADD PRD-QTD TO WS-TOTAL-QTD
               ADD PRD-VALOR-CUSTO TO WS-TOTAL-CUSTO.

      * Perda ja gravada antes da queda (o lote nao chegou a
      * ser regravado zerado): so zera o lote agora
       P-BAIXA-BUSCA-CAUDA.
           IF TAB-CAU-USADO(WS-CAU-IDX) = "N" AND
               TAB-CAU-SKU(WS-CAU-IDX) = PRD-SKU AND
               TAB-CAU-LOCAL(WS-CAU-IDX) = PRD-LOCAL AND
               TAB-CAU-VALIDADE(WS-CAU-IDX) = PRD-VALIDADE AND
               TAB-CAU-QTD(WS-CAU-IDX) = PRD-QTD
               MOVE "S" TO TAB-CAU-USADO(WS-CAU-IDX)
               MOVE "S" TO WS-CAU-ACHOU.

      ***************************************************
      * Compacta os lotes zerados para liberar vagas    *
               WS-STATUS-BOLJORNL NOT = "05"
               DISPLAY "Erro ao gravar o jornal: " WS-STATUS-BOLJORNL
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO JRN-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO JRN-MES
               WRITE REG-BOLJORNL
               CLOSE BOLJORNL.

      ***********************************************
      * Registro no arquivo de reinicio (tipo em    *
      * WS-CKP-TIPO); o "I" comeca o arquivo de novo *
      ***********************************************
       P-GRAVA-CHECKPOINT.
           IF WS-CKP-TIPO = "I"
               OPEN OUTPUT BOLBCKP
           ELSE
               OPEN EXTEND BOLBCKP
               IF WS-STATUS-BOLBCKP = "35"
                   OPEN OUTPUT BOLBCKP.
           IF WS-STATUS-BOLBCKP NOT = "00" AND
               WS-STATUS-BOLBCKP NOT = "05"
               DISPLAY "Erro ao gravar o checkpoint: "
                   WS-STATUS-BOLBCKP
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "BOLBAIXA" TO CKP-PROGRAMA
               MOVE WS-DATA-SISTEMA(7:2) TO CKP-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO CKP-MES
               MOVE WS-DATA-SISTEMA(1:4) TO CKP-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO CKP-HORA
               MOVE WS-CKP-TIPO TO CKP-TIPO
               MOVE 1 TO CKP-FASE
               MOVE WS-HOJE-AMD TO CKP-PARM
               MOVE SPACES TO CKP-CHAVE
               IF WS-CKP-TIPO = "I"
                   MOVE ZEROS TO CKP-CHAVE(1:6)
               ELSE
                   MOVE CHAVE-PRODUTO TO CKP-CHAVE(1:6)
               END-IF
               MOVE WS-REG-LIDOS TO CKP-LIDOS
               MOVE WS-PERDAS-LINHAS TO CKP-GRAVADOS
               MOVE WS-TOTAL-LOTES TO CKP-MANTIDOS
               MOVE WS-TOTAL-QTD TO CKP-TOTAL-QTD
               MOVE WS-TOTAL-CUSTO TO CKP-TOTAL-VALOR
               WRITE REG-BOLBCKP
               CLOSE BOLBCKP.

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
               MOVE "BOLBAIXA" TO JOB-PROGRAMA
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
       P-FIM-SAIDA.
           CLOSE ARQUIVO PERDAS.
       P-FIM-STOP-RUN.
           STOP RUN.
       P-FIM-ERRO.
           MOVE "ERRO" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           STOP RUN.
