           05 NT-FALTAS2       PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NT-NOTA-FINAL    PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR     PIC 9(04).

       FD RELFORM
           LABEL RECORDS ARE STANDARD
       77 QTD-EXIGIDOS         PIC 9(02) VALUE ZEROS.
       77 PARM-PERIODO         PIC 9(05) VALUE ZEROS.

       77 MEDIA-CORTE          PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS        PIC 9(03) VALUE ZEROS.

       77 EXI-IDX              PIC 9(02) VALUE ZEROS.
       77 MEDIA-FINAL          PIC 99V99 VALUE ZEROS.
       77 DISCIPLINAS-PERIODO  PIC 9(02) VALUE ZEROS.
      * maior total de faltas numa disciplina do periodo
       77 FALTAS-PERIODO       PIC 9(04) VALUE ZEROS.
       77 FALTAS-DISC          PIC 9(04) VALUE ZEROS.
       77 DISCIPLINA-FALTA     PIC X(04) VALUE SPACES.
       77 PERIODO-OK           PIC X(01) VALUE "N".
       77 MOTIVO-PENDENCIA     PIC X(40) VALUE SPACES.
       77 ALUNO-APTO           PIC X(01) VALUE "N".
       77 COM-PENDENCIA        PIC 9(03) VALUE ZEROS.
       77 FOR-IDX              PIC 9(03) VALUE ZEROS.

      * Regras da escola em vigor (CALL "PARAMETR")
       01 PARAMETRO.
           05 PAR-FUNCAO       PIC X(01).
           05 PAR-ITEM         PIC 9(02).
           05 PAR-CODIGO       PIC X(08).
           05 PAR-DATA         PIC 9(08).
           05 PAR-VALOR        PIC 9(07)V99.
           05 PAR-DESCRICAO    PIC X(40).
           05 PAR-MAXIMO       PIC 9(07)V99.
           05 PAR-VIGENCIA     PIC 9(08).
           05 PAR-OPERADOR     PIC 9(04).
           05 PAR-MOTIVO       PIC X(40).
           05 PAR-RETORNO      PIC X(02).

       01 TABELA-EXIGIDOS.
           05 TAB-EXI-ITEM OCCURS 20 TIMES.
               10 TAB-EXI-ANO      PIC 9(04).
       INICIO.

       000-ABERTURA.
           PERFORM 960-LE-REGRAS
           ACCEPT RA-INICIAL
           ACCEPT RA-FINAL
           ACCEPT QTD-EXIGIDOS
               MOVE "sem lancamento no periodo" TO MOTIVO-PENDENCIA
               MOVE "N" TO PERIODO-OK.
           IF PERIODO-OK = "S" AND FALTAS-PERIODO > LIMITE-FALTAS
               MOVE SPACES TO MOTIVO-PENDENCIA
               STRING "reprovado por falta em " DELIMITED BY SIZE
                   DISCIPLINA-FALTA DELIMITED BY SIZE
                   INTO MOTIVO-PENDENCIA
               MOVE "N" TO PERIODO-OK.

           IF PERIODO-OK = "N"
                   GO TO 005-AVALIA-DISC-FIM.
           IF NOTAS-EOF-NAO
               ADD 1 TO DISCIPLINAS-PERIODO
      * o FALTBAT aplica em cada disciplina as faltas da chamada
      * dela; o limite vale por disciplina, entao o teste usa a
      * disciplina com mais faltas
               COMPUTE FALTAS-DISC = NT-FALTAS1 + NT-FALTAS2
               IF FALTAS-DISC > FALTAS-PERIODO
                   MOVE FALTAS-DISC TO FALTAS-PERIODO
                   MOVE NT-DISCIPLINA TO DISCIPLINA-FALTA
               END-IF
      * media final: recuperacao pesa meio a meio com a media
      * bimestral quando o aluno fez o exame
               COMPUTE MEDIA-FINAL = (NT-NOTA1 + NT-NOTA2) / 2
       008-LISTA-FORMANDOS-FIM.
           EXIT.

      * Media de aprovacao e limite de faltas em vigor no dia
      * de movimento
      * (PARAMETR.DAT, mantido pelo gerente no PORTAL)
       960-LE-REGRAS.
           MOVE "C" TO PAR-FUNCAO
           MOVE ZEROS TO PAR-ITEM PAR-DATA
           MOVE "MEDIAAPR" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO MEDIA-CORTE
           MOVE "LIMFALTA" TO PAR-CODIGO
           CALL "PARAMETR" USING PARAMETRO
           MOVE PAR-VALOR TO LIMITE-FALTAS.

      **************************
      * Rotinas de finalização *
      **************************
