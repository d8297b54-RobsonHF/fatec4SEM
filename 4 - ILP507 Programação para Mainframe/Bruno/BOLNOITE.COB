           RECORD KEY              IS PROMO-SKU
           FILE STATUS             IS WS-STATUS-PROMOCAO.

           SELECT MARGRUPO ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-MARGRUPO.

           SELECT JOBLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-JOBLOG.
      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

       FD RELVALID
           LABEL RECORDS ARE STANDARD.
                   10 PROMO-FIM-MES        PIC 99.
                   10 PROMO-FIM-ANO        PIC 9(04).

       FD MARGRUPO
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "MARGRUPO.DAT".
           01 REG-MARGRUPO.
               05 MRG-GRUPO                PIC X(02).
      * margem minima do grupo em % sobre o custo
               05 MRG-MARGEM               PIC 9(02)V99.

       FD JOBLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "JOBLOG.DAT".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-BUSCA-DIA                 PIC 99    VALUE ZEROS.
           77 WS-BUSCA-MES                 PIC 99    VALUE ZEROS.
           77 WS-BUSCA-ANO                 PIC 9999  VALUE ZEROS.
           77 WS-CONTADOR-ARQUIVO          PIC 9(04) VALUE ZEROS.

           77 WS-STATUS-PROMOCAO           PIC X(02).
      * Janela larga (dias e % de desconto) e janela apertada
      * (dias e %), dos parametros REMDIAS1/REMPCT1 e
      * REMDIAS2/REMPCT2
           77 WS-PARM-DIAS1                PIC 9(02) VALUE ZEROS.
           77 WS-PARM-PCT1                 PIC 9(02) VALUE ZEROS.
           77 WS-PARM-DIAS2                PIC 9(02) VALUE ZEROS.
           77 WS-PROMO-GRAVADAS            PIC 9(04) VALUE ZEROS.
           77 WS-PROMO-VELHA-FIM-AMD       PIC 9(08) VALUE ZEROS.

      * Remarcacao que deixaria o preco abaixo do custo mais a
      * margem minima do grupo nao e gravada, so relatada
           77 WS-STATUS-MARGRUPO           PIC X(02).
           77 WS-MRG-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-MRG-USADOS                PIC 9(02) VALUE ZEROS.
           77 WS-MRG-ACHOU                 PIC X     VALUE "N".
           77 WS-MRG-EOF                   PIC X     VALUE "N".
           77 WS-MRG-PCT                   PIC 9(02)V99 VALUE ZEROS.
           77 WS-MRG-PISO                  PIC 9(05)V99 VALUE ZEROS.
           77 WS-MRG-PISO-PRINT            PIC Z(04)9,99 VALUE ZEROS.
           77 WS-PROMO-PRECO-PRINT         PIC Z(03)9,99 VALUE ZEROS.
           77 WS-PROMO-RECUSADAS           PIC 9(04) VALUE ZEROS.

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

      * Regras de negocio em vigor (CALL "PARAMETR")
       01 WS-PARAMETRO.
           05 WS-PAR-FUNCAO                PIC X(01).
           05 WS-PAR-ITEM                  PIC 9(02).
           05 WS-PAR-CODIGO                PIC X(08).
           05 WS-PAR-DATA                  PIC 9(08).
           05 WS-PAR-VALOR                 PIC 9(07)V99.
           05 WS-PAR-DESCRICAO             PIC X(40).
           05 WS-PAR-MAXIMO                PIC 9(07)V99.
           05 WS-PAR-VIGENCIA              PIC 9(08).
           05 WS-PAR-OPERADOR              PIC 9(04).
           05 WS-PAR-MOTIVO                PIC X(40).
           05 WS-PAR-RETORNO               PIC X(02).

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           PERFORM P-DATA-MOVIMENTO
           PERFORM P-LE-PARAMETROS
      * marca de inicio no log, para o monitor da manha medir
      * a duracao e flagrar job que abriu e nao terminou
           PERFORM P-GRAVA-JOBLOG
           PERFORM P-ABRE-ARQUIVO
           PERFORM P-ABRE-PROMOCAO
           PERFORM P-ABRE-MARGRUPO
           PERFORM P-CALCULA-JANELAS
           PERFORM P-AVA-VALID-NOTURNA THRU P-AVA-VALID-NOTURNA-FIM
           GO TO P-FIM-SAIDA.

      * Janelas de remarcacao em vigor no dia de movimento
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       P-LE-PARAMETROS.
           MOVE "C" TO WS-PAR-FUNCAO
           MOVE ZEROS TO WS-PAR-ITEM
           MOVE WS-DATA-MOVIMENTO TO WS-PAR-DATA
           MOVE "REMDIAS1" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PARM-DIAS1
           MOVE "REMPCT1" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PARM-PCT1
           MOVE "REMDIAS2" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PARM-DIAS2
           MOVE "REMPCT2" TO WS-PAR-CODIGO
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-PARM-PCT2.

      ***************************************************
      * Datas limite das janelas de remarcacao: hoje     *
      * mais N dias para cada faixa de desconto          *
      ***************************************************
       P-CALCULA-JANELAS.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA TO WS-HOJE-AMD

           MOVE WS-DATA-SISTEMA(7:2) TO WS-CURSOR-DIA
                   MOVE 28 TO WS-DIAS-MES.

       P-ABRE-ARQUIVO.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE SPACES TO WS-NOME-RELVALID
           STRING "RELVAL" DELIMITED BY SIZE
               WS-DATA-SISTEMA DELIMITED BY SIZE
               PERFORM P-GRAVA-JOBLOG
               GO TO P-FIM-STOP-RUN.

       P-ABRE-MARGRUPO.
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
      * Varredura de validades sem intervencao de tela   *
      * (data de corte = data do sistema no dia da       *
      * execucao do job)                                 *
      ***************************************************
       P-AVA-VALID-NOTURNA.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA(7:2) TO WS-BUSCA-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-BUSCA-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-BUSCA-ANO
           COMPUTE WS-PROMO-PRECO-NOVO ROUNDED =
               VALOR-VENDA * (100 - WS-PROMO-PCT) / 100

           PERFORM P-MARGEM-PISO
           IF WS-PROMO-PRECO-NOVO < WS-MRG-PISO
               PERFORM P-MARCA-PROMO-RECUSA
               GO TO P-MARCA-PROMO-AVALIA-FIM.

           MOVE SKU TO PROMO-SKU
           READ PROMOCAO
               INVALID KEY
           MOVE WS-LINHA-RELVALID TO REG-RELVALID
           WRITE REG-RELVALID.

      ***************************************************
      * Piso do preco do produto corrente: custo mais a  *
      * margem minima do grupo (zero se o grupo nao esta *
      * no MARGRUPO.DAT)                                 *
      ***************************************************
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

       P-MARCA-PROMO-RECUSA.
           ADD 1 TO WS-PROMO-RECUSADAS
           MOVE WS-PROMO-PRECO-NOVO TO WS-PROMO-PRECO-PRINT
           MOVE WS-MRG-PISO TO WS-MRG-PISO-PRINT
           MOVE SPACES TO WS-LINHA-RELVALID
           STRING "PROMO NAO aplicada SKU " DELIMITED BY SIZE
               SKU DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               " R$" DELIMITED BY SIZE
               WS-PROMO-PRECO-PRINT DELIMITED BY SIZE
               " < minimo R$" DELIMITED BY SIZE
               WS-MRG-PISO-PRINT DELIMITED BY SIZE
               INTO WS-LINHA-RELVALID
           MOVE WS-LINHA-RELVALID TO REG-RELVALID
           WRITE REG-RELVALID.

      ***************************************************
      * Registro de controle de execucao no log          *
      * compartilhado dos jobs noturnos                  *
               DISPLAY "Erro ao gravar o log de execucao: "
                   WS-STATUS-JOBLOG
           ELSE
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE "BOLNOITE" TO JOB-PROGRAMA
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
       P-FIM-SAIDA.
           MOVE SPACES TO WS-LINHA-RELVALID
               INTO WS-LINHA-RELVALID
           MOVE WS-LINHA-RELVALID TO REG-RELVALID
           WRITE REG-RELVALID
           MOVE SPACES TO WS-LINHA-RELVALID
           STRING "Remarcacoes abaixo da margem minima (nao "
               DELIMITED BY SIZE
               "aplicadas): " DELIMITED BY SIZE
               WS-PROMO-RECUSADAS DELIMITED BY SIZE
               INTO WS-LINHA-RELVALID
           MOVE WS-LINHA-RELVALID TO REG-RELVALID
           WRITE REG-RELVALID
           CLOSE ARQUIVO RELVALID PROMOCAO
           MOVE "OK" TO WS-JOB-SITUACAO
           PERFORM P-GRAVA-JOBLOG.
