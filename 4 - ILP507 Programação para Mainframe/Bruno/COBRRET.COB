      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Retorno da cobranca     *
      *          bancaria (CNAB 400):    *
      *          baixa no MENSALID.DAT   *
      *          as mensalidades pagas   *
      *          no banco e lista as     *
      *          entradas rejeitadas e   *
      *          as nao localizadas      *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COBRRET.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMENS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS MEN-CHAVE
           FILE STATUS     IS STATUS-ARQMENS.

           SELECT ARQALUNO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RA
           FILE STATUS     IS STATUS-ARQALUNO.

           SELECT RETORNO ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RETORNO.

           SELECT RELRET ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-RELRET.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMENS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MENSALID.DAT".

       01 REG-MENSALIDADE.
           05 MEN-CHAVE.
               10 MEN-RA           PIC 9(06).
               10 MEN-ANO-MES      PIC 9(06).
           05 MEN-VALOR            PIC 9(05)V99.
      * "A" = em aberto, "P" = paga
           05 MEN-SITUACAO         PIC X(01).
           05 MEN-DATA-PAGTO       PIC 9(08).
           05 MEN-VALOR-PAGO       PIC 9(05)V99.

       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".

       01 REGALUNO.
           05 RA               PIC 9(06).
           05 NOME             PIC X(30).
           05 FILLER           PIC X(210).
           05 SITUACAO         PIC X(01).

      * Arquivo de retorno do banco, registros de 400
      * posicoes: header (0), um detalhe por ocorrencia (1) e
      * trailer (9)
       FD RETORNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COBRANCA.RET".
       01 REG-RETORNO.
           05 RET-TIPO                 PIC X(01).
           05 FILLER                   PIC X(399).

       01 RET-HEADER.
           05 FILLER                   PIC X(01).
      * "2" = retorno
           05 RTH-OPERACAO             PIC X(01).
           05 RTH-LITERAL              PIC X(07).
           05 FILLER                   PIC X(17).
           05 RTH-CODIGO-EMPRESA       PIC X(20).
           05 RTH-NOME-EMPRESA         PIC X(30).
           05 RTH-BANCO                PIC X(03).
           05 RTH-NOME-BANCO           PIC X(15).
           05 RTH-DATA                 PIC 9(06).
           05 FILLER                   PIC X(300).

       01 RET-DETALHE.
           05 FILLER                   PIC X(01).
           05 RTD-TIPO-INSCRICAO       PIC X(02).
           05 RTD-INSCRICAO            PIC X(14).
           05 FILLER                   PIC X(03).
           05 RTD-EMPRESA              PIC X(17).
      * controle da escola enviado na remessa: a chave da
      * cobranca no MENSALID.DAT
           05 RTD-CONTROLE.
               10 RTD-CTL-RA           PIC X(06).
               10 RTD-CTL-ANO-MES      PIC X(06).
               10 FILLER               PIC X(13).
           05 FILLER                   PIC X(08).
      * nosso numero: 0 + RA + ano (2) + mes, e o digito
           05 RTD-NOSSO-NUMERO.
               10 FILLER               PIC X(01).
               10 RTD-NN-RA            PIC X(06).
               10 RTD-NN-ANO           PIC X(02).
               10 RTD-NN-MES           PIC X(02).
               10 RTD-NN-DV            PIC X(01).
           05 FILLER                   PIC X(26).
      * "02" entrada confirmada, "03" entrada rejeitada,
      * "06"/"15"/"17" liquidacao, "09"/"10" baixa
           05 RTD-OCORRENCIA           PIC X(02).
           05 RTD-DATA-OCORRENCIA      PIC 9(06).
           05 RTD-DOCUMENTO            PIC X(10).
           05 FILLER                   PIC X(20).
           05 RTD-VENCIMENTO           PIC 9(06).
           05 RTD-VALOR-TITULO         PIC 9(11)V99.
           05 RTD-BANCO-COBRADOR       PIC X(03).
           05 RTD-AGENCIA-COBRADORA    PIC X(05).
           05 FILLER                   PIC X(02).
           05 RTD-DESPESAS             PIC 9(11)V99.
           05 FILLER                   PIC X(65).
           05 RTD-VALOR-PAGO           PIC 9(11)V99.
           05 RTD-JUROS                PIC 9(11)V99.
           05 FILLER                   PIC X(15).
           05 RTD-MOTIVO               PIC X(01).
           05 RTD-DATA-CREDITO         PIC 9(06).
           05 FILLER                   PIC X(17).
      * ate cinco motivos de rejeicao, dois digitos cada
           05 RTD-MOTIVOS              PIC X(10).
           05 FILLER                   PIC X(66).
           05 RTD-SEQUENCIAL           PIC 9(06).

       FD RELRET
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COBRRET.LST".
           01 REG-RELRET                       PIC X(100).

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

      *************************
      * VARIÁVEIS DE TRABALHO *
      *************************
       WORKING-STORAGE SECTION.

       77 STATUS-ARQMENS       PIC X(02).
       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-RETORNO       PIC X(02).
       77 STATUS-RELRET        PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.
       77 ALUNO-ABERTO         PIC X(01) VALUE "N".

      * Parametro via SYSIN: data de movimento (DDMMAAAA;
      * zeros = a do DATAMOV)
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.

       77 CHAVE-OK             PIC X(01) VALUE "N".
       77 MOTIVO-LISTA         PIC X(40) VALUE SPACES.
       77 DATA-PAGAMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-DDMMAA          PIC 9(06) VALUE ZEROS.
       77 VALOR-PAGO-W         PIC 9(11)V99 VALUE ZEROS.
       77 VALOR-PRINT          PIC ZZ.ZZZ.ZZ9,99.
       77 TOTAL-PRINT          PIC ZZZ.ZZZ.ZZ9,99.

       77 LIDOS                PIC 9(06) VALUE ZEROS.
       77 CONFIRMADAS          PIC 9(05) VALUE ZEROS.
       77 BAIXADAS             PIC 9(05) VALUE ZEROS.
       77 VALOR-BAIXADO        PIC 9(09)V99 VALUE ZEROS.
       77 REJEITADAS           PIC 9(05) VALUE ZEROS.
       77 NAO-LOCALIZADAS      PIC 9(05) VALUE ZEROS.
       77 JA-PAGAS             PIC 9(05) VALUE ZEROS.
       77 OUTRAS               PIC 9(05) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

      * Controle do dia de movimento (CALL "DATAMOV")
       01 DATA-MOV.
           05 DTM-FUNCAO       PIC X(01).
           05 DTM-AMD          PIC 9(08).
           05 DTM-SITUACAO     PIC X(01).
           05 DTM-OPERADOR     PIC 9(04).
           05 DTM-RETORNO      PIC X(02).

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION.
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           OPEN INPUT RETORNO
           IF STATUS-RETORNO NOT = "00"
               DISPLAY "Erro na abertura do COBRANCA.RET: "
                   STATUS-RETORNO
               GO TO FIM-STOP-RUN.
           READ RETORNO
               AT END MOVE SPACES TO REG-RETORNO
           END-READ
           IF RET-TIPO NOT = "0" OR RTH-OPERACAO NOT = "2" OR
               RTH-LITERAL NOT = "RETORNO"
               DISPLAY "COBRANCA.RET nao e um arquivo de retorno de "
                   "cobranca."
               CLOSE RETORNO
               GO TO FIM-STOP-RUN.
           OPEN I-O ARQMENS
           IF STATUS-ARQMENS NOT = "00"
               DISPLAY "Erro na abertura do MENSALID.DAT: "
                   STATUS-ARQMENS
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO = "00"
               MOVE "S" TO ALUNO-ABERTO.
           OPEN OUTPUT RELRET
           IF STATUS-RELRET NOT = "00"
               DISPLAY "Erro na abertura do relatorio: "
                   STATUS-RELRET
               GO TO FIM-STOP-RUN.

           MOVE SPACES TO LINHA-REL
           STRING "Retorno de cobranca " DELIMITED BY SIZE
               RTH-NOME-BANCO DELIMITED BY "  "
               " de " DELIMITED BY SIZE
               RTH-DATA(1:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RTH-DATA(3:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RTH-DATA(5:2) DELIMITED BY SIZE
               " - rejeitadas e nao localizadas:" DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELRET
           WRITE REG-RELRET
           MOVE "  RA     Compet. Ocor Valor          Situacao"
               TO REG-RELRET
           WRITE REG-RELRET.

      ***************************************************
      * Cada detalhe do retorno: liquidacao baixa a      *
      * mensalidade; rejeicao e titulo sem cobranca      *
      * correspondente vao para a lista da secretaria    *
      ***************************************************
       001-PROCESSA.
           MOVE "N" TO CHAVE-EOF
           PERFORM 002-OCORRENCIA THRU 002-OCORRENCIA-FIM
               UNTIL CHAVE-EOF-SIM

           MOVE SPACES TO REG-RELRET
           WRITE REG-RELRET
           MOVE VALOR-BAIXADO TO TOTAL-PRINT
           MOVE SPACES TO LINHA-REL
           STRING "  Baixadas: " DELIMITED BY SIZE
               BAIXADAS DELIMITED BY SIZE
               " (R$" DELIMITED BY SIZE
               TOTAL-PRINT DELIMITED BY SIZE
               "), entradas confirmadas: " DELIMITED BY SIZE
               CONFIRMADAS DELIMITED BY SIZE
               ", outras ocorrencias: " DELIMITED BY SIZE
               OUTRAS DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELRET
           WRITE REG-RELRET
           MOVE SPACES TO LINHA-REL
           STRING "  Rejeitadas: " DELIMITED BY SIZE
               REJEITADAS DELIMITED BY SIZE
               ", nao localizadas: " DELIMITED BY SIZE
               NAO-LOCALIZADAS DELIMITED BY SIZE
               ", ja pagas antes do retorno: " DELIMITED BY SIZE
               JA-PAGAS DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELRET
           WRITE REG-RELRET

           DISPLAY "Retorno: " LIDOS " ocorrencias, " BAIXADAS
               " mensalidades baixadas, " REJEITADAS " rejeitadas, "
               NAO-LOCALIZADAS " nao localizadas. Lista em "
               "COBRRET.LST."
           MOVE "OK" TO JOB-SITUACAO-W
           PERFORM 900-GRAVA-JOBLOG
           GO TO FIM-SAIDA.

       002-OCORRENCIA.
           READ RETORNO
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 002-OCORRENCIA-FIM.
           IF RET-TIPO NOT = "1"
               GO TO 002-OCORRENCIA-FIM.
           ADD 1 TO LIDOS
           PERFORM 003-CHAVE-COBRANCA

           IF RTD-OCORRENCIA = "02"
               ADD 1 TO CONFIRMADAS
               GO TO 002-OCORRENCIA-FIM.
           IF RTD-OCORRENCIA = "03"
               ADD 1 TO REJEITADAS
               MOVE SPACES TO MOTIVO-LISTA
               STRING "entrada rejeitada, motivos " DELIMITED BY SIZE
                   RTD-MOTIVOS DELIMITED BY SIZE
                   INTO MOTIVO-LISTA
               MOVE RTD-VALOR-TITULO TO VALOR-PAGO-W
               PERFORM 005-LISTA
               GO TO 002-OCORRENCIA-FIM.
           IF RTD-OCORRENCIA NOT = "06" AND
               RTD-OCORRENCIA NOT = "15" AND
               RTD-OCORRENCIA NOT = "17"
               ADD 1 TO OUTRAS
               GO TO 002-OCORRENCIA-FIM.

           MOVE RTD-VALOR-PAGO TO VALOR-PAGO-W
           IF CHAVE-OK = "N"
               ADD 1 TO NAO-LOCALIZADAS
               MOVE "pago, sem chave de cobranca da escola"
                   TO MOTIVO-LISTA
               PERFORM 005-LISTA
               GO TO 002-OCORRENCIA-FIM.
           READ ARQMENS INVALID KEY
               ADD 1 TO NAO-LOCALIZADAS
               MOVE "pago, cobranca nao existe no MENSALID"
                   TO MOTIVO-LISTA
               PERFORM 005-LISTA
               GO TO 002-OCORRENCIA-FIM.
           IF MEN-SITUACAO = "P"
               ADD 1 TO JA-PAGAS
               MOVE "pago no banco, ja estava baixada"
                   TO MOTIVO-LISTA
               PERFORM 005-LISTA
               GO TO 002-OCORRENCIA-FIM.

           PERFORM 004-BAIXA.

       002-OCORRENCIA-FIM.
           EXIT.

      * Chave da cobranca: o controle da escola devolvido pelo
      * banco; sem ele, o RA e a competencia do nosso numero
       003-CHAVE-COBRANCA.
           MOVE "N" TO CHAVE-OK
           IF RTD-CTL-RA NUMERIC AND RTD-CTL-ANO-MES NUMERIC AND
               RTD-CTL-RA NOT = ZEROS
               MOVE RTD-CTL-RA TO MEN-RA
               MOVE RTD-CTL-ANO-MES TO MEN-ANO-MES
               MOVE "S" TO CHAVE-OK
           ELSE
               IF RTD-NN-RA NUMERIC AND RTD-NN-ANO NUMERIC AND
                   RTD-NN-MES NUMERIC AND RTD-NN-RA NOT = ZEROS
                   MOVE RTD-NN-RA TO MEN-RA
                   MOVE 20 TO MEN-ANO-MES(1:2)
                   MOVE RTD-NN-ANO TO MEN-ANO-MES(3:2)
                   MOVE RTD-NN-MES TO MEN-ANO-MES(5:2)
                   MOVE "S" TO CHAVE-OK
               ELSE
                   MOVE ZEROS TO MEN-CHAVE.

      * Baixa com a data do credito em conta (na falta dela, a
      * da ocorrencia) e o valor pago no banco
       004-BAIXA.
           IF RTD-DATA-CREDITO NUMERIC AND RTD-DATA-CREDITO > ZEROS
               MOVE RTD-DATA-CREDITO TO DATA-DDMMAA
           ELSE
               MOVE RTD-DATA-OCORRENCIA TO DATA-DDMMAA.
           MOVE 20 TO DATA-PAGAMENTO(1:2)
           MOVE DATA-DDMMAA(5:2) TO DATA-PAGAMENTO(3:2)
           MOVE DATA-DDMMAA(3:2) TO DATA-PAGAMENTO(5:2)
           MOVE DATA-DDMMAA(1:2) TO DATA-PAGAMENTO(7:2)
           MOVE "P" TO MEN-SITUACAO
           MOVE DATA-PAGAMENTO TO MEN-DATA-PAGTO
           MOVE RTD-VALOR-PAGO TO MEN-VALOR-PAGO
           REWRITE REG-MENSALIDADE INVALID KEY
               ADD 1 TO NAO-LOCALIZADAS
               MOVE "pago, erro ao baixar no MENSALID"
                   TO MOTIVO-LISTA
               PERFORM 005-LISTA
               GO TO 004-BAIXA-FIM.
           ADD 1 TO BAIXADAS
           ADD RTD-VALOR-PAGO TO VALOR-BAIXADO
           IF RTD-VALOR-PAGO < MEN-VALOR
               MOVE "baixada, mas paga a menor no banco"
                   TO MOTIVO-LISTA
               PERFORM 005-LISTA.

       004-BAIXA-FIM.
           EXIT.

       005-LISTA.
           MOVE VALOR-PAGO-W TO VALOR-PRINT
           MOVE SPACES TO NOME
           IF ALUNO-ABERTO = "S" AND MEN-RA NOT = ZEROS
               MOVE MEN-RA TO RA
               READ ARQALUNO INVALID KEY
                   MOVE SPACES TO NOME
               END-READ.
           MOVE SPACES TO LINHA-REL
           STRING "  " DELIMITED BY SIZE
               MEN-RA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MEN-ANO-MES DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RTD-OCORRENCIA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VALOR-PRINT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MOTIVO-LISTA DELIMITED BY SIZE
               INTO LINHA-REL
           MOVE LINHA-REL TO REG-RELRET
           WRITE REG-RELRET
           IF NOME NOT = SPACES
               MOVE SPACES TO LINHA-REL
               STRING "         " DELIMITED BY SIZE
                   NOME DELIMITED BY SIZE
                   " nosso numero " DELIMITED BY SIZE
                   RTD-NOSSO-NUMERO DELIMITED BY SIZE
                   INTO LINHA-REL
               MOVE LINHA-REL TO REG-RELRET
               WRITE REG-RELRET.

      ***************************************************
      * Registro de controle de execucao no log          *
      * compartilhado dos jobs                           *
      ***************************************************
       900-GRAVA-JOBLOG.
           OPEN EXTEND JOBLOG
           IF STATUS-JOBLOG = "35"
               OPEN OUTPUT JOBLOG.
           IF STATUS-JOBLOG NOT = "00" AND
               STATUS-JOBLOG NOT = "05"
               DISPLAY "Erro ao gravar o log de execucao: "
                   STATUS-JOBLOG
           ELSE
               MOVE DATA-MOVIMENTO TO DATA-SISTEMA
               ACCEPT HORA-SISTEMA FROM TIME
               MOVE "COBRRET" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE BAIXADAS TO JOB-REGISTROS
               MOVE JOB-SITUACAO-W TO JOB-SITUACAO
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Data de movimento: a do primeiro cartao do SYSIN *
      * (DDMMAAAA), senao a do controle da loja          *
      * (DATAMOV)                                        *
      ***************************************************
       950-DATA-MOVIMENTO.
           ACCEPT PARM-DATA-MOV
           IF PARM-DATA-MOV NOT = ZEROS
               MOVE PARM-DATA-MOV(5:4) TO DATA-MOVIMENTO(1:4)
               MOVE PARM-DATA-MOV(3:2) TO DATA-MOVIMENTO(5:2)
               MOVE PARM-DATA-MOV(1:2) TO DATA-MOVIMENTO(7:2)
           ELSE
               MOVE "C" TO DTM-FUNCAO
               CALL "DATAMOV" USING DATA-MOV
               MOVE DTM-AMD TO DATA-MOVIMENTO.

      **************************
      * Rotinas de finalização *
      **************************
       FIM-SAIDA.
           CLOSE ARQMENS RETORNO RELRET
           IF ALUNO-ABERTO = "S"
               CLOSE ARQALUNO.
       FIM-STOP-RUN.
           STOP RUN.
