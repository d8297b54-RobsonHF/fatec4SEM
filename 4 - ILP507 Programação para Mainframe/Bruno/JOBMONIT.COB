      *          esperado terminou OK na     *
      *          ultima noite e aponta os    *
      *          faltantes, abendados e os   *
      *          que demoraram demais, e os  *
      *          retomados do checkpoint     *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-HOJE-AMD                  PIC 9(08) VALUE ZEROS.
           77 WS-ONTEM-AMD                 PIC 9(08) VALUE ZEROS.
           77 WS-NOITE-AMD                 PIC 9(08) VALUE ZEROS.
           77 WS-JOB-AMD                   PIC 9(08) VALUE ZEROS.
           77 WS-CUR-DIA                   PIC 99    VALUE ZEROS.
           77 WS-CUR-MES                   PIC 99    VALUE ZEROS.
       01 TABELA-ESPERADOS.
           05 FILLER                       PIC X(08) VALUE "BOLNOITE".
           05 FILLER                       PIC X(08) VALUE "RELGER  ".
           05 FILLER                       PIC X(08) VALUE "PONTEXP ".
           05 FILLER                       PIC X(08) VALUE "BOLBAIXA".
           05 FILLER                       PIC X(08) VALUE "FECHCONF".
           05 FILLER                       PIC X(08) VALUE "MENUICS ".
       01 TABELA-ESPERADOS-R REDEFINES TABELA-ESPERADOS.
           05 TAB-ESPERADO OCCURS 6 TIMES  PIC X(08).

       01 TABELA-ACHADOS.
           05 TAB-ACH-ITEM OCCURS 6 TIMES.
               10 TAB-ACH-OK               PIC X(01).
               10 TAB-ACH-ERRO             PIC X(01).
               10 TAB-ACH-INICIO           PIC X(01).
               10 TAB-ACH-HORA-INI         PIC X(06).
               10 TAB-ACH-HORA-FIM         PIC X(06).
      * terminou, mas apontou divergencias (quantas no
      * JOB-REGISTROS), como o FECHCONF
               10 TAB-ACH-DIVERGE          PIC X(01).
               10 TAB-ACH-QTD              PIC 9(06).

      * Controle do dia de movimento (CALL "DATAMOV")
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD                   PIC 9(08).
           05 WS-DTM-SITUACAO              PIC X(01) VALUE SPACES.
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           PERFORM P-DATA-MOVIMENTO
           PERFORM P-CALCULA-DATAS
           PERFORM P-ZERA-ACHADOS
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 6

           OPEN OUTPUT RELMONIT
           IF WS-STATUS-RELMONIT NOT = "00"
           MOVE SPACES TO WS-LINHA-RELMONIT
           STRING "Monitor matinal dos jobs noturnos - noite de "
               DELIMITED BY SIZE
               WS-NOITE-AMD(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-NOITE-AMD(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-NOITE-AMD(1:4) DELIMITED BY SIZE
               INTO WS-LINHA-RELMONIT
           MOVE WS-LINHA-RELMONIT TO REG-RELMONIT
           WRITE REG-RELMONIT

           PERFORM P-AVALIA-JOB THRU P-AVALIA-JOB-FIM
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > 6

           MOVE SPACES TO WS-LINHA-RELMONIT
           STRING "Excecoes apontadas: " DELIMITED BY SIZE
      * as duas datas contam como a ultima noite         *
      ***************************************************
       P-CALCULA-DATAS.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA TO WS-HOJE-AMD
           MOVE WS-DATA-SISTEMA(7:2) TO WS-CUR-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-CUR-MES
           END-IF
           MOVE WS-CUR-ANO TO WS-ONTEM-AMD(1:4)
           MOVE WS-CUR-MES TO WS-ONTEM-AMD(5:2)
           MOVE WS-CUR-DIA TO WS-ONTEM-AMD(7:2)
      * com o dia ainda fechado a noite conferida e a do proprio
      * dia de movimento; ja aberto o dia seguinte, e a anterior
           IF WS-DTM-SITUACAO = "F"
               MOVE WS-HOJE-AMD TO WS-NOITE-AMD
           ELSE
               MOVE WS-ONTEM-AMD TO WS-NOITE-AMD.

       P-DIAS-NO-MES.
           MOVE 31 TO WS-DIAS-MES
       P-ZERA-ACHADOS.
           MOVE "N" TO TAB-ACH-OK(WS-EXP-IDX)
               TAB-ACH-ERRO(WS-EXP-IDX) TAB-ACH-INICIO(WS-EXP-IDX)
               TAB-ACH-DIVERGE(WS-EXP-IDX)
           MOVE ZEROS TO TAB-ACH-QTD(WS-EXP-IDX)
           MOVE SPACES TO TAB-ACH-HORA-INI(WS-EXP-IDX)
               TAB-ACH-HORA-FIM(WS-EXP-IDX).

               MOVE JOB-DIA TO WS-JOB-AMD(7:2)
               IF WS-JOB-AMD = WS-ONTEM-AMD OR
                   WS-JOB-AMD = WS-HOJE-AMD
                   IF JOB-SITUACAO = "REINICIO"
                       PERFORM P-APONTA-REINICIO
                   END-IF
                   PERFORM P-ANOTA-JOB
                       VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > 6.

      * Reinicio vale como nova marca de inicio: o erro ou abend
      * anterior fica superado se a retomada terminar OK
       P-ANOTA-JOB.
           IF TAB-ESPERADO(WS-EXP-IDX) = JOB-PROGRAMA
               IF JOB-SITUACAO = "OK"
                   MOVE "S" TO TAB-ACH-OK(WS-EXP-IDX)
                   MOVE "N" TO TAB-ACH-DIVERGE(WS-EXP-IDX)
                   MOVE JOB-HORA TO TAB-ACH-HORA-FIM(WS-EXP-IDX)
               ELSE IF JOB-SITUACAO = "DIVERGE"
                   MOVE "S" TO TAB-ACH-OK(WS-EXP-IDX)
                       TAB-ACH-DIVERGE(WS-EXP-IDX)
                   MOVE JOB-REGISTROS TO TAB-ACH-QTD(WS-EXP-IDX)
                   MOVE JOB-HORA TO TAB-ACH-HORA-FIM(WS-EXP-IDX)
               ELSE IF JOB-SITUACAO = "INICIO"
                   MOVE "S" TO TAB-ACH-INICIO(WS-EXP-IDX)
                   MOVE JOB-HORA TO TAB-ACH-HORA-INI(WS-EXP-IDX)
               ELSE IF JOB-SITUACAO = "REINICIO"
                   MOVE "N" TO TAB-ACH-ERRO(WS-EXP-IDX)
                       TAB-ACH-OK(WS-EXP-IDX)
                       TAB-ACH-DIVERGE(WS-EXP-IDX)
                   MOVE "S" TO TAB-ACH-INICIO(WS-EXP-IDX)
                   MOVE JOB-HORA TO TAB-ACH-HORA-INI(WS-EXP-IDX)
               ELSE
                   MOVE "S" TO TAB-ACH-ERRO(WS-EXP-IDX).

      * Qualquer job (esperado ou nao, como o fechamento mensal)
      * que retomou de um checkpoint aparece na pagina
       P-APONTA-REINICIO.
           MOVE SPACES TO WS-LINHA-RELMONIT
           STRING "REINICIO: " DELIMITED BY SIZE
               JOB-PROGRAMA DELIMITED BY SPACE
               " retomado do checkpoint as " DELIMITED BY SIZE
               JOB-HORA(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               JOB-HORA(3:2) DELIMITED BY SIZE
               ", com " DELIMITED BY SIZE
               JOB-REGISTROS DELIMITED BY SIZE
               " registros ja processados." DELIMITED BY SIZE
               INTO WS-LINHA-RELMONIT
           MOVE WS-LINHA-RELMONIT TO REG-RELMONIT
           WRITE REG-RELMONIT.

      ***************************************************
      * Pagina de excecoes: faltante, abend, inicio sem  *
      * fim e execucao demorada demais                   *
               WRITE REG-RELMONIT
               GO TO P-AVALIA-JOB-FIM.

      * terminou, mas o proprio job apontou divergencias
           IF TAB-ACH-DIVERGE(WS-EXP-IDX) = "S"
               ADD 1 TO WS-EXCECOES
               MOVE SPACES TO WS-LINHA-RELMONIT
               STRING "EXCECAO: " DELIMITED BY SIZE
                   TAB-ESPERADO(WS-EXP-IDX) DELIMITED BY SIZE
                   " terminou com " DELIMITED BY SIZE
                   TAB-ACH-QTD(WS-EXP-IDX) DELIMITED BY SIZE
                   " divergencias; ver o relatorio do job."
                   DELIMITED BY SIZE
                   INTO WS-LINHA-RELMONIT
               MOVE WS-LINHA-RELMONIT TO REG-RELMONIT
               WRITE REG-RELMONIT
               GO TO P-AVALIA-JOB-FIM.

      * terminou OK: confere a duracao quando ha marca de inicio
           IF TAB-ACH-INICIO(WS-EXP-IDX) = "S"
               PERFORM P-CALCULA-DURACAO
           IF WS-DURACAO < ZEROS
               ADD 86400 TO WS-DURACAO.

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
