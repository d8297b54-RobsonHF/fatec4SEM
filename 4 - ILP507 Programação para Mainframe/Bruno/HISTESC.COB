           ALTERNATE RECORD KEY IS NT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-ARQNOTAS.

           SELECT HISNOTAS ASSIGN TO DISK
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS HNT-CHAVE
           ALTERNATE RECORD KEY IS HNT-NOME WITH DUPLICATES
           FILE STATUS     IS STATUS-HISNOTAS.

           SELECT HISTESC ASSIGN TO DISK
           ORGANIZATION    IS LINE SEQUENTIAL
           FILE STATUS     IS STATUS-HISTESC.
           05 NT-FALTAS2       PIC 9(02).
      * Nota do exame de recuperacao (zeros = nao fez)
           05 NT-NOTA-FINAL    PIC 99V99.
      * Professor que lancou as notas (PROFESS.DAT); zeros
      * nos registros de antes do cadastro de professores
           05 NT-PROFESSOR     PIC 9(04).

      * Notas dos formados e cancelados arquivados (ARQESCOL),
      * no mesmo leiaute do CADNOTAS
       FD HISNOTAS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "NOTASHIS.DAT".

       01 REG-HISNOTAS.
           05 HNT-CHAVE            PIC X(15).
           05 HNT-NOME             PIC X(30).
           05 FILLER               PIC X(20).

       FD HISTESC
           LABEL RECORDS ARE STANDARD

       77 STATUS-ARQALUNO      PIC X(02).
       77 STATUS-ARQNOTAS      PIC X(02).
       77 STATUS-HISNOTAS      PIC X(02).
       77 STATUS-HISTESC       PIC X(02).
       77 HIST-ABERTO          PIC X(01) VALUE "N".
       77 LE-HISTORICO         PIC X(01) VALUE "N".
       77 LINHA-HISTESC        PIC X(120) VALUE SPACES.

       77 RA-BUSCA             PIC 9(06) VALUE ZEROS.

       77 MEDIA-CORTE          PIC 99V99 VALUE ZEROS.
       77 LIMITE-FALTAS        PIC 9(03) VALUE ZEROS.

       77 MEDIA-TERMO          PIC 99V99 VALUE ZEROS.
       77 SOMA-MEDIAS          PIC 9(05)V99 VALUE ZEROS.
       77 NOTA2-PRINT          PIC Z9,99.
       77 MEDIA-PRINT          PIC Z9,99.

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

       01 TERMO-EOF            PIC X(01) VALUE "N".
           88 TERMO-EOF-SIM    VALUE "S".
           88 TERMO-EOF-NAO    VALUE "N".
       INICIO.

       000-ABERTURA.
           PERFORM 960-LE-REGRAS
           OPEN INPUT ARQALUNO
           IF STATUS-ARQALUNO NOT = "00"
               DISPLAY "Erro na abertura do CADALUNO.DAT: "
               DISPLAY "Erro na abertura do CADNOTAS.DAT: "
                   STATUS-ARQNOTAS
               GO TO FIM-STOP-RUN.
      * sem o historico so ficam de fora os alunos arquivados
           OPEN INPUT HISNOTAS
           IF STATUS-HISNOTAS = "00"
               MOVE "S" TO HIST-ABERTO.

           OPEN OUTPUT HISTESC
           IF STATUS-HISTESC NOT = "00"
           MOVE SPACES TO NT-DISCIPLINA
           MOVE ZEROS TO SOMA-MEDIAS CONTADOR-TERMOS
           MOVE "N" TO TERMO-EOF
           IF LE-HISTORICO = "S"
               MOVE NT-CHAVE TO HNT-CHAVE
               START HISNOTAS KEY IS NOT LESS THAN HNT-CHAVE
                   INVALID KEY MOVE "S" TO TERMO-EOF
               END-START
           ELSE
               START ARQNOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY MOVE "S" TO TERMO-EOF
               END-START.
           PERFORM 003-GRAVA-TERMO UNTIL TERMO-EOF-SIM
           GO TO 004-TOTAIS.

       003-GRAVA-TERMO.
           IF LE-HISTORICO = "S"
               READ HISNOTAS NEXT RECORD INTO RECNOTAS
                   AT END MOVE "S" TO TERMO-EOF
               END-READ
           ELSE
               READ ARQNOTAS NEXT RECORD
                   AT END MOVE "S" TO TERMO-EOF
               END-READ.
           IF TERMO-EOF-NAO
               IF MATRICULA NOT = RA-BUSCA
                   MOVE "S" TO TERMO-EOF
                   WRITE REG-HISTESC.

       004-TOTAIS.
      * aluno que nao esta no vivo pode ter sido arquivado
           IF CONTADOR-TERMOS = ZEROS AND LE-HISTORICO = "N" AND
               HIST-ABERTO = "S"
               MOVE "S" TO LE-HISTORICO
               GO TO 002-PERCORRE-TERMOS.
           IF CONTADOR-TERMOS = ZEROS
               MOVE "Nenhum semestre lancado no CADNOTAS."
                   TO LINHA-HISTESC
           WRITE REG-HISTESC
           GO TO FIM-SAIDA.

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
       FIM-SAIDA.
           CLOSE ARQALUNO ARQNOTAS HISTESC
           IF HIST-ABERTO = "S"
               CLOSE HISNOTAS.
       FIM-STOP-RUN.
           STOP RUN.
