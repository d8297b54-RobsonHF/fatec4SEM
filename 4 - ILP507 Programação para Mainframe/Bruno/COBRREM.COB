      ************************************
      * Authors: Bruno Bega Harnik       *
      * Date: 2020-12                    *
      * Purpose: Academics               *
      *          Remessa de cobranca     *
      *          bancaria (CNAB 400) das *
      *          mensalidades em aberto  *
      *          do MENSALID.DAT, com o  *
      *          responsavel financeiro  *
      *          (RESPONS.DAT; sem ele,  *
      *          o aluno do CADALUNO)    *
      *          como sacado, e          *
      *          impressao dos boletos   *
      *          correspondentes         *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COBRREM.
           AUTHOR. Bruno Bega Harnik.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQALUNO ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RA
           FILE STATUS     IS STATUS-ARQALUNO.

           SELECT ARQMENS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS MEN-CHAVE
           FILE STATUS     IS STATUS-ARQMENS.

           SELECT REMESSA ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-REMESSA.

           SELECT BOLETOS ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-BOLETOS.

           SELECT COBRCTL ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-COBRCTL.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
       FD ARQALUNO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "CADALUNO.DAT".

       01 REGALUNO.
           05 RA               PIC 9(06).
           05 NOME             PIC X(30).
           05 CPF              PIC 9(11).
           05 RG               PIC X(12).
           05 DATA-NASCIMENTO.
               10 DIA          PIC 9(02).
               10 MES          PIC 9(02).
               10 ANO          PIC 9(04).
           05 NATURALIDADE     PIC X(20).
           05 NACIONALIDADE    PIC X(20).
           05 ENDERECO.
               10 LOGRADOURO   PIC X(30).
               10 NUM-CASA     PIC 9(05).
               10 COMPLEMENTO  PIC X(12).
               10 BAIRRO       PIC X(20).
               10 CIDADE       PIC X(20).
               10 ESTADO       PIC X(02).
               10 CEP          PIC 9(08).
           05 EMAIL            PIC X(30).
           05 TELEFONE.
               10 DDD          PIC 9(03).
               10 NUM-TEL      PIC 9(09).
      * "A" ativo, "T" trancado, "F" formado, "C" cancelado
           05 SITUACAO         PIC X(01).

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

      * Arquivo de remessa para o banco, registros de 400
      * posicoes: header (0), um detalhe por titulo (1) e
      * trailer (9)
       FD REMESSA
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COBRANCA.REM".
           01 REG-REMESSA                      PIC X(400).

       FD BOLETOS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "BOLETOS.LST".
           01 REG-BOLETOS                      PIC X(100).

      * Controle da numeracao das remessas: o banco recusa
      * remessa com numero repetido
       FD COBRCTL
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "COBRCTL.DAT".
       01 REG-COBRCTL.
           05 CTL-ULTIMA-REMESSA       PIC 9(07).
           05 CTL-DATA                 PIC 9(08).
           05 CTL-TITULOS              PIC 9(06).

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

       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-ARQMENS       PIC X(02).
       77 STATUS-REMESSA       PIC X(02).
       77 STATUS-BOLETOS       PIC X(02).
       77 STATUS-COBRCTL       PIC X(02).
       77 STATUS-JOBLOG        PIC X(02).
       77 LINHA-REL            PIC X(100) VALUE SPACES.

      * Parametros via SYSIN: data de movimento (DDMMAAAA;
      * zeros = a do DATAMOV), competencia (AAAAMM; zeros =
      * todas as cobrancas em aberto ate o mes do movimento),
      * dia do vencimento (01 a 28), cartao do cedente e nome
      * do cedente
       77 PARM-DATA-MOV        PIC 9(08) VALUE ZEROS.
       77 DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77 JOB-SITUACAO-W       PIC X(08) VALUE SPACES.
       77 PARM-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77 PARM-DIA-VENCIMENTO  PIC 9(02) VALUE ZEROS.
       77 PARM-NOME-CEDENTE    PIC X(30) VALUE SPACES.
       77 ANO-MES-CORTE        PIC 9(06) VALUE ZEROS.

      * Cartao do cedente: banco, agencia, conta e digito,
      * carteira, codigo da escola no banco e nome do banco
       01 PARM-CEDENTE.
           05 PCD-BANCO            PIC 9(03).
           05 FILLER               PIC X(01).
           05 PCD-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(01).
           05 PCD-CONTA            PIC 9(07).
           05 FILLER               PIC X(01).
           05 PCD-CONTA-DV         PIC X(01).
           05 FILLER               PIC X(01).
           05 PCD-CARTEIRA         PIC 9(02).
           05 FILLER               PIC X(01).
           05 PCD-CODIGO-EMPRESA   PIC 9(20).
           05 FILLER               PIC X(01).
           05 PCD-NOME-BANCO       PIC X(15).

       77 NUMERO-REMESSA       PIC 9(07) VALUE ZEROS.
       77 SEQUENCIAL           PIC 9(06) VALUE ZEROS.
       77 TITULOS              PIC 9(06) VALUE ZEROS.
       77 VALOR-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       77 SEM-CADASTRO         PIC 9(05) VALUE ZEROS.
       77 SEM-RESPONSAVEL      PIC 9(05) VALUE ZEROS.
       77 NOME-ALUNO           PIC X(30) VALUE SPACES.
       77 VENCIMENTO           PIC 9(08) VALUE ZEROS.
       77 VALOR-PRINT          PIC ZZ.ZZ9,99.
       77 TOTAL-PRINT          PIC ZZZ.ZZZ.ZZ9,99.
       77 NUM-CASA-PRINT       PIC ZZZZ9.

      * Contagem de dias corridos para o fator de vencimento
      * (dias desde 07/10/1997; depois de 9999 recomeca em
      * 1000, a partir de 22/02/2025)
       77 DC-ANO               PIC 9(04) VALUE ZEROS.
       77 DC-MES               PIC 9(02) VALUE ZEROS.
       77 DC-DIA               PIC 9(02) VALUE ZEROS.
       77 DC-Q4                PIC 9(04) VALUE ZEROS.
       77 DC-Q100              PIC 9(04) VALUE ZEROS.
       77 DC-Q400              PIC 9(04) VALUE ZEROS.
       77 DC-QM                PIC 9(04) VALUE ZEROS.
       77 DC-TEMP              PIC 9(05) VALUE ZEROS.
       77 DC-DIAS              PIC 9(07) VALUE ZEROS.
       77 DIAS-BASE            PIC 9(07) VALUE ZEROS.
       77 FATOR                PIC 9(05) VALUE ZEROS.

      * Calculo dos digitos verificadores
       77 POS                  PIC 9(02) VALUE ZEROS.
       77 PESO                 PIC 9(02) VALUE ZEROS.
       77 SOMA                 PIC 9(05) VALUE ZEROS.
       77 PRODUTO              PIC 9(03) VALUE ZEROS.
       77 QUOC                 PIC 9(05) VALUE ZEROS.
       77 RESTO                PIC 9(02) VALUE ZEROS.
       77 DV-CALC              PIC 9(02) VALUE ZEROS.
       77 M10-TAM              PIC 9(02) VALUE ZEROS.
       77 DV-CAMPO1            PIC 9(01) VALUE ZEROS.
       77 DV-CAMPO2            PIC 9(01) VALUE ZEROS.
       77 DV-CAMPO3            PIC 9(01) VALUE ZEROS.
       77 LINHA-DIGITAVEL      PIC X(54) VALUE SPACES.

       01 CAMPO-M10            PIC X(10) VALUE ZEROS.
       01 M10-DIGITOS REDEFINES CAMPO-M10.
           05 M10-DIGITO       PIC 9(01) OCCURS 10 TIMES.

      * Nosso numero: 0 + RA + ano (2) + mes da competencia,
      * com digito em modulo 11 sobre carteira + numero
       01 NOSSO-NUMERO-W.
           05 FILLER           PIC 9(01) VALUE ZERO.
           05 NNW-RA           PIC 9(06).
           05 NNW-ANO          PIC 9(02).
           05 NNW-MES          PIC 9(02).
       01 NNW-NUMERO REDEFINES NOSSO-NUMERO-W PIC 9(11).

       01 NN-CALCULO.
           05 NN-CARTEIRA      PIC 9(02).
           05 NN-NUMERO        PIC 9(11).
       01 NN-DIGITOS REDEFINES NN-CALCULO.
           05 NN-DIGITO        PIC 9(01) OCCURS 13 TIMES.
       77 NN-DV                PIC X(01) VALUE SPACE.

      * Codigo de barras do boleto (44 posicoes)
       01 CODIGO-BARRAS.
           05 CB-BANCO             PIC 9(03).
           05 CB-MOEDA             PIC 9(01).
           05 CB-DV                PIC 9(01).
           05 CB-FATOR             PIC 9(04).
           05 CB-VALOR             PIC 9(08)V99.
           05 CB-CAMPO-LIVRE.
               10 CB-AGENCIA       PIC 9(04).
               10 CB-CARTEIRA      PIC 9(02).
               10 CB-NOSSO-NUMERO  PIC 9(11).
               10 CB-CONTA         PIC 9(07).
               10 CB-ZERO          PIC 9(01).
       01 CB-DIGITOS REDEFINES CODIGO-BARRAS.
           05 CB-DIGITO            PIC 9(01) OCCURS 44 TIMES.

      * Registros da remessa
       01 REM-HEADER.
           05 FILLER               PIC X(01) VALUE "0".
           05 FILLER               PIC X(01) VALUE "1".
           05 FILLER               PIC X(07) VALUE "REMESSA".
           05 FILLER               PIC X(02) VALUE "01".
           05 FILLER               PIC X(15) VALUE "COBRANCA".
           05 RH-CODIGO-EMPRESA    PIC 9(20).
           05 RH-NOME-EMPRESA      PIC X(30).
           05 RH-BANCO             PIC 9(03).
           05 RH-NOME-BANCO        PIC X(15).
           05 RH-DATA              PIC 9(06).
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE "MX".
           05 RH-NUMERO-REMESSA    PIC 9(07).
           05 FILLER               PIC X(277) VALUE SPACES.
           05 RH-SEQUENCIAL        PIC 9(06).

       01 REM-DETALHE.
           05 RD-TIPO              PIC X(01) VALUE "1".
           05 RD-DEBITO-AUTOMATICO PIC 9(19) VALUE ZEROS.
           05 RD-EMPRESA.
               10 FILLER           PIC 9(01) VALUE ZERO.
               10 RD-CARTEIRA      PIC 9(03).
               10 RD-AGENCIA       PIC 9(05).
               10 RD-CONTA         PIC 9(07).
               10 RD-CONTA-DV      PIC X(01).
      * controle da escola, devolvido pelo banco no retorno:
      * a chave da cobranca no MENSALID.DAT
           05 RD-CONTROLE.
               10 RD-CTL-RA        PIC 9(06).
               10 RD-CTL-ANO-MES   PIC 9(06).
               10 FILLER           PIC X(13) VALUE SPACES.
           05 RD-BANCO-DEBITO      PIC 9(03) VALUE ZEROS.
           05 RD-MULTA             PIC 9(01) VALUE ZERO.
           05 RD-PERC-MULTA        PIC 9(04) VALUE ZEROS.
           05 RD-NOSSO-NUMERO      PIC 9(11).
           05 RD-NOSSO-DV          PIC X(01).
           05 RD-DESCONTO-DIA      PIC 9(10) VALUE ZEROS.
      * "2" = boleto emitido pela escola
           05 RD-EMISSAO-BOLETO    PIC X(01) VALUE "2".
           05 RD-DEBITO-AUT        PIC X(01) VALUE "N".
           05 FILLER               PIC X(10) VALUE SPACES.
           05 RD-RATEIO            PIC X(01) VALUE SPACE.
           05 RD-AVISO             PIC X(01) VALUE "2".
           05 FILLER               PIC X(02) VALUE SPACES.
      * "01" = entrada de titulo
           05 RD-OCORRENCIA        PIC X(02) VALUE "01".
           05 RD-DOCUMENTO         PIC X(10).
           05 RD-VENCIMENTO        PIC 9(06).
           05 RD-VALOR             PIC 9(11)V99.
           05 RD-BANCO-COBRADOR    PIC 9(03) VALUE ZEROS.
           05 RD-AGENCIA-DEPOSIT   PIC 9(05) VALUE ZEROS.
      * "99" = outros (mensalidade escolar)
           05 RD-ESPECIE           PIC X(02) VALUE "99".
           05 RD-ACEITE            PIC X(01) VALUE "N".
           05 RD-DATA-EMISSAO      PIC 9(06).
           05 RD-INSTRUCAO-1       PIC X(02) VALUE "00".
           05 RD-INSTRUCAO-2       PIC X(02) VALUE "00".
           05 RD-MORA-DIA          PIC 9(11)V99 VALUE ZEROS.
           05 RD-DATA-DESCONTO     PIC 9(06) VALUE ZEROS.
           05 RD-DESCONTO          PIC 9(11)V99 VALUE ZEROS.
           05 RD-IOF               PIC 9(11)V99 VALUE ZEROS.
           05 RD-ABATIMENTO        PIC 9(11)V99 VALUE ZEROS.
      * "01" = sacado pessoa fisica (CPF)
           05 RD-TIPO-SACADO       PIC X(02) VALUE "01".
           05 RD-CPF-SACADO        PIC 9(14).
           05 RD-NOME-SACADO       PIC X(40).
           05 RD-ENDERECO-SACADO   PIC X(40).
           05 RD-MENSAGEM-1        PIC X(12).
           05 RD-CEP-SACADO        PIC 9(08).
           05 RD-MENSAGEM-2        PIC X(60).
           05 RD-SEQUENCIAL        PIC 9(06).

       01 REM-TRAILER.
           05 FILLER               PIC X(01) VALUE "9".
           05 FILLER               PIC X(393) VALUE SPACES.
           05 RT-SEQUENCIAL        PIC 9(06).

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

      * Responsavel financeiro, sacado do boleto (CALL
      * "RESPONS")
       01 RESPONSAVEL.
           05 RES-FUNCAO       PIC X(01).
           05 RES-RA           PIC 9(06).
           05 RES-SEQ          PIC 9(02).
           05 RES-NOME         PIC X(30).
           05 RES-CPF          PIC 9(11).
           05 RES-PARENTESCO   PIC X(15).
           05 RES-ENDERECO.
               10 RES-LOGRADOURO   PIC X(30).
               10 RES-NUM-CASA     PIC 9(05).
               10 RES-COMPLEMENTO  PIC X(12).
               10 RES-BAIRRO       PIC X(20).
               10 RES-CIDADE       PIC X(20).
               10 RES-ESTADO       PIC X(02).
               10 RES-CEP          PIC 9(08).
           05 RES-EMAIL        PIC X(30).
           05 RES-DDD          PIC 9(03).
           05 RES-NUM-TEL      PIC 9(09).
           05 RES-RETORNO      PIC X(02).

      **************
      * O PROGRAMA *
      **************
       PROCEDURE DIVISION.
       INICIO.

       000-ABERTURA.
           PERFORM 950-DATA-MOVIMENTO
           ACCEPT PARM-COMPETENCIA
           ACCEPT PARM-DIA-VENCIMENTO
           MOVE SPACES TO PARM-CEDENTE
           ACCEPT PARM-CEDENTE
           ACCEPT PARM-NOME-CEDENTE
           IF PARM-DIA-VENCIMENTO = ZEROS OR
               PARM-DIA-VENCIMENTO > 28
               DISPLAY "Informe o dia do vencimento (01 a 28) "
                   "no SYSIN."
               GO TO FIM-STOP-RUN.
           IF PCD-BANCO NOT NUMERIC OR PCD-AGENCIA NOT NUMERIC OR
               PCD-CONTA NOT NUMERIC OR PCD-CARTEIRA NOT NUMERIC OR
               PCD-CODIGO-EMPRESA NOT NUMERIC OR PCD-BANCO = ZEROS
               DISPLAY "Cartao do cedente invalido no SYSIN: "
                   PARM-CEDENTE
               GO TO FIM-STOP-RUN.
           IF PARM-COMPETENCIA = ZEROS
               MOVE DATA-MOVIMENTO(1:6) TO ANO-MES-CORTE
           ELSE
               MOVE PARM-COMPETENCIA TO ANO-MES-CORTE.

      * numero da remessa: o ultimo usado mais um
           MOVE ZEROS TO NUMERO-REMESSA
           OPEN INPUT COBRCTL
           IF STATUS-COBRCTL = "00"
               READ COBRCTL
                   NOT AT END
                       MOVE CTL-ULTIMA-REMESSA TO NUMERO-REMESSA
               END-READ
               CLOSE COBRCTL.
           ADD 1 TO NUMERO-REMESSA

           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
                   STATUS-ARQALUNO
               GO TO FIM-STOP-RUN.
           OPEN INPUT ARQMENS
           IF STATUS-ARQMENS NOT = "00"
               DISPLAY "Erro na abertura do MENSALID.DAT: "
                   STATUS-ARQMENS
               GO TO FIM-STOP-RUN.
           OPEN OUTPUT REMESSA
           IF STATUS-REMESSA NOT = "00"
               DISPLAY "Erro na abertura do COBRANCA.REM: "
                   STATUS-REMESSA
               GO TO FIM-STOP-RUN.
           OPEN OUTPUT BOLETOS
           IF STATUS-BOLETOS NOT = "00"
               DISPLAY "Erro na abertura do BOLETOS.LST: "
                   STATUS-BOLETOS
               GO TO FIM-STOP-RUN.

      * dia zero do fator de vencimento
           MOVE 1997 TO DC-ANO
           MOVE 10 TO DC-MES
           MOVE 07 TO DC-DIA
           PERFORM 920-DIAS-CORRIDOS
           MOVE DC-DIAS TO DIAS-BASE

           ADD 1 TO SEQUENCIAL
           MOVE PCD-CODIGO-EMPRESA TO RH-CODIGO-EMPRESA
           MOVE PARM-NOME-CEDENTE TO RH-NOME-EMPRESA
           MOVE PCD-BANCO TO RH-BANCO
           MOVE PCD-NOME-BANCO TO RH-NOME-BANCO
           MOVE DATA-MOVIMENTO(7:2) TO RH-DATA(1:2)
           MOVE DATA-MOVIMENTO(5:2) TO RH-DATA(3:2)
           MOVE DATA-MOVIMENTO(3:2) TO RH-DATA(5:2)
           MOVE NUMERO-REMESSA TO RH-NUMERO-REMESSA
           MOVE SEQUENCIAL TO RH-SEQUENCIAL
           MOVE REM-HEADER TO REG-REMESSA
           WRITE REG-REMESSA.

      ***************************************************
      * Uma entrada de titulo na remessa e um boleto     *
      * para cada cobranca em aberto da selecao          *
      ***************************************************
       001-PROCESSA.
           MOVE ZEROS TO MEN-CHAVE
           MOVE "N" TO CHAVE-EOF
           START ARQMENS KEY IS GREATER THAN MEN-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 002-COBRANCA THRU 002-COBRANCA-FIM
               UNTIL CHAVE-EOF-SIM

           ADD 1 TO SEQUENCIAL
           MOVE SEQUENCIAL TO RT-SEQUENCIAL
           MOVE REM-TRAILER TO REG-REMESSA
           WRITE REG-REMESSA

           MOVE NUMERO-REMESSA TO CTL-ULTIMA-REMESSA
           MOVE DATA-MOVIMENTO TO CTL-DATA
           MOVE TITULOS TO CTL-TITULOS
           OPEN OUTPUT COBRCTL
           IF STATUS-COBRCTL NOT = "00"
               DISPLAY "Erro ao gravar o COBRCTL.DAT: " STATUS-COBRCTL
           ELSE
               WRITE REG-COBRCTL
               CLOSE COBRCTL.

           MOVE VALOR-TOTAL TO TOTAL-PRINT
           DISPLAY "Remessa " NUMERO-REMESSA ": " TITULOS
               " titulos, R$" TOTAL-PRINT " (" SEM-CADASTRO
               " cobrancas sem cadastro do aluno ficaram de fora)."
           IF SEM-RESPONSAVEL > ZEROS
               DISPLAY SEM-RESPONSAVEL " titulos sem responsavel "
                   "financeiro foram emitidos em nome do aluno.".
           MOVE "OK" TO JOB-SITUACAO-W
           PERFORM 900-GRAVA-JOBLOG
           GO TO FIM-SAIDA.

       002-COBRANCA.
           READ ARQMENS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-SIM
               GO TO 002-COBRANCA-FIM.
           IF MEN-SITUACAO NOT = "A"
               GO TO 002-COBRANCA-FIM.
           IF PARM-COMPETENCIA NOT = ZEROS AND
               MEN-ANO-MES NOT = PARM-COMPETENCIA
               GO TO 002-COBRANCA-FIM.
           IF MEN-ANO-MES > ANO-MES-CORTE
               GO TO 002-COBRANCA-FIM.

           MOVE MEN-RA TO RA
           READ ARQALUNO INVALID KEY
               DISPLAY "RA " MEN-RA " sem cadastro; cobranca "
                   MEN-ANO-MES " fora da remessa."
               ADD 1 TO SEM-CADASTRO
               GO TO 002-COBRANCA-FIM.

      * vencimento no dia informado do mes da competencia; a
      * que ja venceu vai a vista, com vencimento no movimento
           COMPUTE VENCIMENTO = MEN-ANO-MES * 100
               + PARM-DIA-VENCIMENTO
           IF VENCIMENTO < DATA-MOVIMENTO
               MOVE DATA-MOVIMENTO TO VENCIMENTO.

      * o sacado e o responsavel financeiro; sem ele, o aluno
           MOVE NOME TO NOME-ALUNO
           MOVE "F" TO RES-FUNCAO
           MOVE MEN-RA TO RES-RA
           CALL "RESPONS" USING RESPONSAVEL
           IF RES-RETORNO = "00"
               MOVE RES-NOME TO NOME
               MOVE RES-CPF TO CPF
               MOVE RES-ENDERECO TO ENDERECO
           ELSE
               ADD 1 TO SEM-RESPONSAVEL.

           MOVE MEN-RA TO NNW-RA
           MOVE MEN-ANO-MES(3:2) TO NNW-ANO
           MOVE MEN-ANO-MES(5:2) TO NNW-MES
           PERFORM 330-DV-NOSSO-NUMERO
           PERFORM 003-DETALHE
           PERFORM 300-CODIGO-BARRAS
           PERFORM 004-BOLETO
           ADD 1 TO TITULOS
           ADD MEN-VALOR TO VALOR-TOTAL.

       002-COBRANCA-FIM.
           EXIT.

       003-DETALHE.
           ADD 1 TO SEQUENCIAL
           MOVE PCD-CARTEIRA TO RD-CARTEIRA
           MOVE PCD-AGENCIA TO RD-AGENCIA
           MOVE PCD-CONTA TO RD-CONTA
           MOVE PCD-CONTA-DV TO RD-CONTA-DV
           MOVE MEN-RA TO RD-CTL-RA
           MOVE MEN-ANO-MES TO RD-CTL-ANO-MES
           MOVE NNW-NUMERO TO RD-NOSSO-NUMERO
           MOVE NN-DV TO RD-NOSSO-DV
           MOVE SPACES TO RD-DOCUMENTO
           STRING MEN-RA DELIMITED BY SIZE
               MEN-ANO-MES(3:4) DELIMITED BY SIZE
               INTO RD-DOCUMENTO
           MOVE VENCIMENTO(7:2) TO RD-VENCIMENTO(1:2)
           MOVE VENCIMENTO(5:2) TO RD-VENCIMENTO(3:2)
           MOVE VENCIMENTO(3:2) TO RD-VENCIMENTO(5:2)
           MOVE MEN-VALOR TO RD-VALOR
           MOVE RH-DATA TO RD-DATA-EMISSAO
           MOVE CPF TO RD-CPF-SACADO
           MOVE NOME TO RD-NOME-SACADO
           MOVE NUM-CASA TO NUM-CASA-PRINT
           MOVE SPACES TO RD-ENDERECO-SACADO
           STRING LOGRADOURO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               NUM-CASA-PRINT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COMPLEMENTO DELIMITED BY "  "
               INTO RD-ENDERECO-SACADO
           MOVE BAIRRO TO RD-MENSAGEM-1
           MOVE CEP TO RD-CEP-SACADO
           MOVE SPACES TO RD-MENSAGEM-2
           STRING CIDADE DELIMITED BY "  "
               "/" DELIMITED BY SIZE
               ESTADO DELIMITED BY SIZE
               INTO RD-MENSAGEM-2
           MOVE SEQUENCIAL TO RD-SEQUENCIAL
           MOVE REM-DETALHE TO REG-REMESSA
           WRITE REG-REMESSA.

      ***************************************************
      * Boleto impresso: uma ficha por titulo, separada  *
      * da seguinte por uma linha de "="                 *
      ***************************************************
       004-BOLETO.
           MOVE ALL "=" TO REG-BOLETOS
           WRITE REG-BOLETOS
           MOVE SPACES TO LINHA-REL
           STRING PCD-NOME-BANCO DELIMITED BY "  "
               " | " DELIMITED BY SIZE
               PCD-BANCO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               LINHA-DIGITAVEL DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE "Local de pagamento: pagavel em qualquer banco ate o ve
      -        "ncimento" TO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "Cedente: " DELIMITED BY SIZE
               PARM-NOME-CEDENTE DELIMITED BY "  "
               "   Agencia/Codigo cedente: " DELIMITED BY SIZE
               PCD-AGENCIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PCD-CONTA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               PCD-CONTA-DV DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE MEN-VALOR TO VALOR-PRINT
           MOVE SPACES TO LINHA-REL
           STRING "Vencimento: " DELIMITED BY SIZE
               VENCIMENTO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VENCIMENTO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VENCIMENTO(1:4) DELIMITED BY SIZE
               "   Nosso numero: " DELIMITED BY SIZE
               PCD-CARTEIRA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               NNW-NUMERO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               NN-DV DELIMITED BY SIZE
               "   Valor: R$" DELIMITED BY SIZE
               VALOR-PRINT DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "Documento: " DELIMITED BY SIZE
               RD-DOCUMENTO DELIMITED BY SIZE
               "   Emissao: " DELIMITED BY SIZE
               DATA-MOVIMENTO(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               DATA-MOVIMENTO(1:4) DELIMITED BY SIZE
               "   Especie: R$   Aceite: N" DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "Instrucoes: mensalidade " DELIMITED BY SIZE
               MEN-ANO-MES(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               MEN-ANO-MES(1:4) DELIMITED BY SIZE
               " do aluno RA " DELIMITED BY SIZE
               MEN-RA DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               NOME-ALUNO DELIMITED BY "  "
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "Sacado: " DELIMITED BY SIZE
               NOME DELIMITED BY "  "
               "   CPF: " DELIMITED BY SIZE
               CPF DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "        " DELIMITED BY SIZE
               RD-ENDERECO-SACADO DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               BAIRRO DELIMITED BY "  "
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "        CEP " DELIMITED BY SIZE
               CEP(1:5) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CEP(6:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RD-MENSAGEM-2 DELIMITED BY "  "
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO
           MOVE SPACES TO LINHA-REL
           STRING "Codigo de barras: " DELIMITED BY SIZE
               CODIGO-BARRAS DELIMITED BY SIZE
               INTO LINHA-REL
           PERFORM 005-LINHA-BOLETO.

       005-LINHA-BOLETO.
           MOVE LINHA-REL TO REG-BOLETOS
           WRITE REG-BOLETOS.

      ***************************************************
      * Codigo de barras: banco, moeda, DV geral, fator  *
      * de vencimento, valor e campo livre (agencia,     *
      * carteira, nosso numero, conta); linha digitavel  *
      * em cinco campos, os tres primeiros com DV        *
      * modulo 10                                        *
      ***************************************************
       300-CODIGO-BARRAS.
           MOVE PCD-BANCO TO CB-BANCO
           MOVE 9 TO CB-MOEDA
           MOVE ZERO TO CB-DV CB-ZERO
           MOVE VENCIMENTO(1:4) TO DC-ANO
           MOVE VENCIMENTO(5:2) TO DC-MES
           MOVE VENCIMENTO(7:2) TO DC-DIA
           PERFORM 920-DIAS-CORRIDOS
           COMPUTE FATOR = DC-DIAS - DIAS-BASE
           IF FATOR > 9999
               SUBTRACT 9000 FROM FATOR.
           MOVE FATOR TO CB-FATOR
           MOVE MEN-VALOR TO CB-VALOR
           MOVE PCD-AGENCIA TO CB-AGENCIA
           MOVE PCD-CARTEIRA TO CB-CARTEIRA
           MOVE NNW-NUMERO TO CB-NOSSO-NUMERO
           MOVE PCD-CONTA TO CB-CONTA
           PERFORM 310-DV-BARRAS

           MOVE ZEROS TO CAMPO-M10
           MOVE CODIGO-BARRAS(1:4) TO CAMPO-M10(1:4)
           MOVE CODIGO-BARRAS(20:5) TO CAMPO-M10(5:5)
           MOVE 9 TO M10-TAM
           PERFORM 320-DV-MOD10
           MOVE DV-CALC TO DV-CAMPO1
           MOVE CODIGO-BARRAS(25:10) TO CAMPO-M10
           MOVE 10 TO M10-TAM
           PERFORM 320-DV-MOD10
           MOVE DV-CALC TO DV-CAMPO2
           MOVE CODIGO-BARRAS(35:10) TO CAMPO-M10
           PERFORM 320-DV-MOD10
           MOVE DV-CALC TO DV-CAMPO3

           MOVE SPACES TO LINHA-DIGITAVEL
           STRING CODIGO-BARRAS(1:4) DELIMITED BY SIZE
               CODIGO-BARRAS(20:1) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               CODIGO-BARRAS(21:4) DELIMITED BY SIZE
               DV-CAMPO1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CODIGO-BARRAS(25:5) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               CODIGO-BARRAS(30:5) DELIMITED BY SIZE
               DV-CAMPO2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CODIGO-BARRAS(35:5) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               CODIGO-BARRAS(40:5) DELIMITED BY SIZE
               DV-CAMPO3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CODIGO-BARRAS(5:1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CODIGO-BARRAS(6:14) DELIMITED BY SIZE
               INTO LINHA-DIGITAVEL.

      * DV geral: modulo 11, pesos 2 a 9 da direita para a
      * esquerda sem a posicao 5; resto 0, 10 ou 11 vale 1
       310-DV-BARRAS.
           MOVE ZEROS TO SOMA
           MOVE 2 TO PESO
           PERFORM 311-SOMA-BARRAS
               VARYING POS FROM 44 BY -1 UNTIL POS < 1
           DIVIDE SOMA BY 11 GIVING QUOC REMAINDER RESTO
           COMPUTE DV-CALC = 11 - RESTO
           IF DV-CALC = ZEROS OR DV-CALC > 9
               MOVE 1 TO DV-CALC.
           MOVE DV-CALC TO CB-DV.

       311-SOMA-BARRAS.
           IF POS NOT = 5
               COMPUTE SOMA = SOMA + CB-DIGITO(POS) * PESO
               ADD 1 TO PESO
               IF PESO > 9
                   MOVE 2 TO PESO.

      * DV modulo 10: pesos 2 e 1 alternados da direita,
      * produto acima de 9 soma os dois digitos
       320-DV-MOD10.
           MOVE ZEROS TO SOMA
           MOVE 2 TO PESO
           PERFORM 321-SOMA-MOD10
               VARYING POS FROM M10-TAM BY -1 UNTIL POS < 1
           DIVIDE SOMA BY 10 GIVING QUOC REMAINDER RESTO
           IF RESTO = ZEROS
               MOVE ZEROS TO DV-CALC
           ELSE
               COMPUTE DV-CALC = 10 - RESTO.

       321-SOMA-MOD10.
           COMPUTE PRODUTO = M10-DIGITO(POS) * PESO
           IF PRODUTO > 9
               SUBTRACT 9 FROM PRODUTO.
           ADD PRODUTO TO SOMA
           IF PESO = 2
               MOVE 1 TO PESO
           ELSE
               MOVE 2 TO PESO.

      * DV do nosso numero: modulo 11 sobre carteira e
      * numero, pesos 2 a 7; resto 1 vale "P", resto 0 vale 0
       330-DV-NOSSO-NUMERO.
           MOVE PCD-CARTEIRA TO NN-CARTEIRA
           MOVE NNW-NUMERO TO NN-NUMERO
           MOVE ZEROS TO SOMA
           MOVE 2 TO PESO
           PERFORM 331-SOMA-NOSSO-NUMERO
               VARYING POS FROM 13 BY -1 UNTIL POS < 1
           DIVIDE SOMA BY 11 GIVING QUOC REMAINDER RESTO
           IF RESTO = ZEROS
               MOVE "0" TO NN-DV
           ELSE IF RESTO = 1
               MOVE "P" TO NN-DV
           ELSE
               COMPUTE DV-CALC = 11 - RESTO
               MOVE DV-CALC(2:1) TO NN-DV.

       331-SOMA-NOSSO-NUMERO.
           COMPUTE SOMA = SOMA + NN-DIGITO(POS) * PESO
           ADD 1 TO PESO
           IF PESO > 7
               MOVE 2 TO PESO.

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
               MOVE "COBRREM" TO JOB-PROGRAMA
               MOVE DATA-SISTEMA(7:2) TO JOB-DIA
               MOVE DATA-SISTEMA(5:2) TO JOB-MES
               MOVE DATA-SISTEMA(1:4) TO JOB-ANO
               MOVE HORA-SISTEMA(1:6) TO JOB-HORA
               MOVE TITULOS TO JOB-REGISTROS
               MOVE JOB-SITUACAO-W TO JOB-SITUACAO
               WRITE REG-JOBLOG
               CLOSE JOBLOG.

      ***************************************************
      * Dias corridos de DC-ANO/DC-MES/DC-DIA contados a *
      * partir de marco do ano zero, para diferenca      *
      * entre datas                                      *
      ***************************************************
       920-DIAS-CORRIDOS.
           IF DC-MES < 3
               SUBTRACT 1 FROM DC-ANO
               ADD 12 TO DC-MES.
           DIVIDE DC-ANO BY 4 GIVING DC-Q4
           DIVIDE DC-ANO BY 100 GIVING DC-Q100
           DIVIDE DC-ANO BY 400 GIVING DC-Q400
           COMPUTE DC-TEMP = 153 * (DC-MES - 3) + 2
           DIVIDE DC-TEMP BY 5 GIVING DC-QM
           COMPUTE DC-DIAS = 365 * DC-ANO + DC-Q4 - DC-Q100
               + DC-Q400 + DC-QM + DC-DIA.

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
           CLOSE ARQALUNO ARQMENS REMESSA BOLETOS.
       FIM-STOP-RUN.
           STOP RUN.
