      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-11                        *
      * Purpose: Posicao dos vales-troca do  *
      *          BOLINHO: lista cada vale    *
      *          com saldo em aberto e soma  *
      *          o passivo com os clientes,  *
      *          separando o que ainda esta  *
      *          no prazo do que ja venceu   *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. VALEREL.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALETROC ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS VLT-NUMERO
           FILE STATUS             IS WS-STATUS-VALETROC.

           SELECT RELVALE ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-RELVALE.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD RELVALE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "VALEREL.LST".
           01 REG-RELVALE                      PIC X(100).

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
           77 WS-STATUS-VALETROC           PIC X(02).
           77 WS-STATUS-RELVALE            PIC X(02).
           77 WS-STATUS-JOBLOG             PIC X(02).
           77 WS-LINHA-RELVALE             PIC X(100) VALUE SPACES.

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

      * Parametro via SYSIN: vales que vencem dentro de tantos
      * dias saem marcados para o balcao avisar o cliente
      * (zeros vale 15)
           77 WS-PARM-DIAS                 PIC 99    VALUE ZEROS.

           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-AVISO-AMD                 PIC 9(08) VALUE ZEROS.
           77 WS-CURSOR-DIA                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-MES                PIC 99    VALUE ZEROS.
           77 WS-CURSOR-ANO                PIC 9(04) VALUE ZEROS.
           77 WS-DIAS-MES                  PIC 99    VALUE ZEROS.
           77 WS-ANO-DIV                   PIC 9(04) VALUE ZEROS.
           77 WS-ANO-RESTO                 PIC 9     VALUE ZEROS.

           77 WS-SITUACAO                  PIC X(16) VALUE SPACES.

           77 WS-QTD-PRAZO                 PIC 9(05) VALUE ZEROS.
           77 WS-QTD-AVISO                 PIC 9(05) VALUE ZEROS.
           77 WS-QTD-VENCIDOS              PIC 9(05) VALUE ZEROS.
           77 WS-QTD-LIQUIDADOS            PIC 9(05) VALUE ZEROS.
           77 WS-TOT-PRAZO                 PIC 9(09)V99 VALUE ZEROS.
           77 WS-TOT-AVISO                 PIC 9(09)V99 VALUE ZEROS.
           77 WS-TOT-VENCIDOS              PIC 9(09)V99 VALUE ZEROS.
           77 WS-TOT-PASSIVO               PIC 9(09)V99 VALUE ZEROS.

           77 WS-VALOR-PRINT               PIC Z(06)9,99.
           77 WS-SALDO-PRINT               PIC Z(06)9,99.
           77 WS-TOTAL-PRINT               PIC Z(08)9,99.
           77 WS-QTD-PRINT                 PIC Z(04)9.

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

           OPEN INPUT VALETROC
           IF WS-STATUS-VALETROC NOT = "00"
               DISPLAY "Erro na abertura do VALETROC.DAT: "
                   WS-STATUS-VALETROC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           OPEN OUTPUT RELVALE
           IF WS-STATUS-RELVALE NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   WS-STATUS-RELVALE
               CLOSE VALETROC
               MOVE "ERRO" TO WS-JOB-SITUACAO
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

           PERFORM P-CABECALHO

           MOVE ZEROS TO VLT-NUMERO
           MOVE "N" TO WS-CHAVE-EOF
           START VALETROC KEY IS GREATER THAN VLT-NUMERO
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-LE-VALE THRU P-LE-VALE-FIM
               UNTIL WS-CHAVE-EOF-SIM

           PERFORM P-RODAPE
           CLOSE VALETROC RELVALE

           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG
           MOVE WS-TOT-PASSIVO TO WS-TOTAL-PRINT
           DISPLAY "Vales-troca em aberto: R$" WS-TOTAL-PRINT
               "; detalhe em VALEREL.LST."
           GO TO P-FIM-STOP-RUN.

      ***************************************************
      * Data de corte do aviso: hoje mais os dias do     *
      * SYSIN                                            *
      ***************************************************
       P-LE-PARAMETROS.
           ACCEPT WS-PARM-DIAS
           IF WS-PARM-DIAS = ZEROS
               MOVE 15 TO WS-PARM-DIAS.
           MOVE WS-DATA-MOVIMENTO TO WS-HOJE-AMD

           MOVE WS-HOJE-AMD(7:2) TO WS-CURSOR-DIA
           MOVE WS-HOJE-AMD(5:2) TO WS-CURSOR-MES
           MOVE WS-HOJE-AMD(1:4) TO WS-CURSOR-ANO
           PERFORM P-AVANCA-DIA WS-PARM-DIAS TIMES
           MOVE WS-CURSOR-ANO TO WS-AVISO-AMD(1:4)
           MOVE WS-CURSOR-MES TO WS-AVISO-AMD(5:2)
           MOVE WS-CURSOR-DIA TO WS-AVISO-AMD(7:2).

       P-AVANCA-DIA.
           PERFORM P-DIAS-NO-MES
           ADD 1 TO WS-CURSOR-DIA
           IF WS-CURSOR-DIA > WS-DIAS-MES
               MOVE 1 TO WS-CURSOR-DIA
               ADD 1 TO WS-CURSOR-MES
               IF WS-CURSOR-MES > 12
                   MOVE 1 TO WS-CURSOR-MES
                   ADD 1 TO WS-CURSOR-ANO.

       P-DIAS-NO-MES.
           MOVE 31 TO WS-DIAS-MES
           IF WS-CURSOR-MES = 04 OR WS-CURSOR-MES = 06 OR
              WS-CURSOR-MES = 09 OR WS-CURSOR-MES = 11
               MOVE 30 TO WS-DIAS-MES.
           IF WS-CURSOR-MES = 02
               DIVIDE WS-CURSOR-ANO BY 4 GIVING WS-ANO-DIV
                   REMAINDER WS-ANO-RESTO
               IF WS-ANO-RESTO = 0
                   MOVE 29 TO WS-DIAS-MES
               ELSE
                   MOVE 28 TO WS-DIAS-MES.

      ***************************************************
      * Um vale por vez: os ja usados por inteiro so     *
      * entram na contagem; os com saldo saem no         *
      * relatorio, no prazo ou vencidos                  *
      ***************************************************
       P-LE-VALE.
           READ VALETROC NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-SIM
               GO TO P-LE-VALE-FIM.
           ADD 1 TO WS-REGISTROS-LIDOS

           IF VLT-SALDO = ZEROS
               ADD 1 TO WS-QTD-LIQUIDADOS
               GO TO P-LE-VALE-FIM.

           IF VLT-VALIDADE < WS-HOJE-AMD
               MOVE "VENCIDO" TO WS-SITUACAO
               ADD 1 TO WS-QTD-VENCIDOS
               ADD VLT-SALDO TO WS-TOT-VENCIDOS
           ELSE IF VLT-VALIDADE NOT > WS-AVISO-AMD
               MOVE "VENCE EM BREVE" TO WS-SITUACAO
               ADD 1 TO WS-QTD-AVISO
               ADD VLT-SALDO TO WS-TOT-AVISO
               ADD VLT-SALDO TO WS-TOT-PASSIVO
           ELSE
               MOVE "NO PRAZO" TO WS-SITUACAO
               ADD 1 TO WS-QTD-PRAZO
               ADD VLT-SALDO TO WS-TOT-PRAZO
               ADD VLT-SALDO TO WS-TOT-PASSIVO.

           MOVE VLT-VALOR TO WS-VALOR-PRINT
           MOVE VLT-SALDO TO WS-SALDO-PRINT
           STRING VLT-NUMERO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VLT-EMISSAO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-EMISSAO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-EMISSAO(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VLT-VALIDADE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-VALIDADE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VLT-VALIDADE(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VLT-CUPOM-ORIGEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALOR-PRINT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SALDO-PRINT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA.

       P-LE-VALE-FIM.
           EXIT.

      ***************************************************
      * Relatorio                                        *
      ***************************************************
       P-CABECALHO.
           STRING "Vales-troca em aberto (passivo com clientes) - "
               DELIMITED BY SIZE
               WS-HOJE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOJE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE "Vale    Emissao    Validade   Cupom         Valor"
               TO WS-LINHA-RELVALE
           MOVE "      Saldo  Situacao" TO WS-LINHA-RELVALE(50:21)
           PERFORM P-GRAVA-LINHA
           MOVE ALL "-" TO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA.

       P-RODAPE.
           MOVE ALL "-" TO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-PRAZO TO WS-QTD-PRINT
           MOVE WS-TOT-PRAZO TO WS-TOTAL-PRINT
           STRING "No prazo:            " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " vales  R$" DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-AVISO TO WS-QTD-PRINT
           MOVE WS-TOT-AVISO TO WS-TOTAL-PRINT
           STRING "Vencem em breve:     " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " vales  R$" DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE WS-TOT-PASSIVO TO WS-TOTAL-PRINT
           STRING "PASSIVO EM VALES-TROCA (a honrar):  R$"
               DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-VENCIDOS TO WS-QTD-PRINT
           MOVE WS-TOT-VENCIDOS TO WS-TOTAL-PRINT
           STRING "Vencidos com saldo:  " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " vales  R$" DELIMITED BY SIZE
               WS-TOTAL-PRINT DELIMITED BY SIZE
               " (fora do passivo)" DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA
           MOVE WS-QTD-LIQUIDADOS TO WS-QTD-PRINT
           STRING "Ja usados por inteiro: " DELIMITED BY SIZE
               WS-QTD-PRINT DELIMITED BY SIZE
               " vales" DELIMITED BY SIZE
               INTO WS-LINHA-RELVALE
           PERFORM P-GRAVA-LINHA.

       P-GRAVA-LINHA.
           MOVE WS-LINHA-RELVALE TO REG-RELVALE
           WRITE REG-RELVALE
           MOVE SPACES TO WS-LINHA-RELVALE.

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
               MOVE "VALEREL" TO JOB-PROGRAMA
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
