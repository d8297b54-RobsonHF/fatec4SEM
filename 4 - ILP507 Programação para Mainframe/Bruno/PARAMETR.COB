      ****************************************
      * Authors: Bruno Harnik                *
      * Date: 2020-12                        *
      * Purpose: Parametros das regras de    *
      *          negocio (PARAMETR.DAT), com *
      *          data de vigencia,           *
      *          compartilhados por todos os *
      *          programas (CALL "PARAMETR"):*
      *          consulta o valor em vigor   *
      *          numa data e grava um novo   *
      *          valor a pedido do gerente,  *
      *          deixando a troca na trilha  *
      *          de auditoria                *
      * Tectonics: cobc                      *
      ****************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PARAMETR.
           AUTHOR. Bruno Harnik.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETR ASSIGN TO DISK
           ORGANIZATION            IS INDEXED
           ACCESS MODE             IS DYNAMIC
           RECORD KEY              IS PAR-CHAVE
           FILE STATUS             IS WS-STATUS-PARAMETR.

           SELECT PARAMHIS ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-PARAMHIS.

           SELECT AUDITLOG ASSIGN TO DISK
           ORGANIZATION            IS LINE SEQUENTIAL
           FILE STATUS             IS WS-STATUS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
      * Um registro por parametro e data de inicio de vigencia;
      * vale o de maior vigencia ate a data consultada
       FD PARAMETR
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARAMETR.DAT".
           01 REG-PARAMETR.
               05 PAR-CHAVE.
                   10 PAR-CODIGO           PIC X(08).
                   10 PAR-VIGENCIA         PIC 9(08).
               05 PAR-VALOR                PIC 9(07)V99.
      * gerente que gravou o valor, quando (pelo relogio da
      * maquina) e por que
               05 PAR-OPERADOR             PIC 9(04).
               05 PAR-DATA-REAL            PIC 9(08).
               05 PAR-HORA-REAL            PIC X(06).
               05 PAR-MOTIVO               PIC X(40).

      * Historico das trocas com o valor anterior e o novo; a
      * trilha de auditoria guarda so quem, quando e o codigo
       FD PARAMHIS
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "PARAMHIS.DAT".
           01 REG-PARAMHIS.
               05 PHI-DATA-REAL            PIC 9(08).
               05 PHI-HORA-REAL            PIC X(06).
               05 PHI-OPERADOR             PIC 9(04).
               05 PHI-CODIGO               PIC X(08).
               05 PHI-VIGENCIA             PIC 9(08).
      * vigencia do valor que estava em vigor nessa data
      * (zeros = valor padrao do catalogo)
               05 PHI-VIGENCIA-ANTERIOR    PIC 9(08).
               05 PHI-VALOR-ANTERIOR       PIC 9(07)V99.
               05 PHI-VALOR-NOVO           PIC 9(07)V99.
               05 PHI-MOTIVO               PIC X(40).

       FD AUDITLOG
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "AUDITLOG.DAT".
           01 REG-AUDITLOG.
               05 AUD-DATA.
                   10 AUD-DIA              PIC 99.
                   10 AUD-MES              PIC 99.
                   10 AUD-ANO              PIC 9(04).
               05 AUD-HORA                 PIC X(06).
               05 AUD-PROGRAMA             PIC X(08).
               05 AUD-OPERACAO             PIC X(10).
               05 AUD-CHAVE                PIC X(11).
               05 AUD-OPERADOR             PIC 9(04).

       WORKING-STORAGE SECTION.
           77 WS-STATUS-PARAMETR           PIC X(02).
           77 WS-STATUS-PARAMHIS           PIC X(02).
           77 WS-STATUS-AUDITLOG           PIC X(02).
           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-DATA-REFERENCIA           PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-CAT-IDX                   PIC 9(02) VALUE ZEROS.
           77 WS-ACHOU                     PIC X(01) VALUE "N".
           77 WS-JA-EXISTE                 PIC X(01) VALUE "N".
           77 WS-VALOR-ANTERIOR            PIC 9(07)V99 VALUE ZEROS.
           77 WS-VIGENCIA-ANTERIOR         PIC 9(08) VALUE ZEROS.
           77 WS-VALOR-NOVO                PIC 9(07)V99 VALUE ZEROS.
           77 WS-OPERADOR                  PIC 9(04) VALUE ZEROS.
           77 WS-MOTIVO                    PIC X(40) VALUE SPACES.
           77 WS-CHAVE-EOF                 PIC X(01) VALUE "N".
              88 WS-CHAVE-EOF-SIM                    VALUE "S".
              88 WS-CHAVE-EOF-NAO                    VALUE "N".

       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD                   PIC 9(08).
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

      * Catalogo das regras: codigo, descricao, valor padrao
      * (vale enquanto o gerente nao gravar outro) e valor
      * maximo aceito na manutencao
       01 TABELA-CATALOGO-VALORES.
           05 FILLER PIC X(08) VALUE "MEDIAAPR".
           05 FILLER PIC X(40)
               VALUE "Media minima de aprovacao (0 a 10)".
           05 FILLER PIC 9(07)V99 VALUE 6,00.
           05 FILLER PIC 9(07)V99 VALUE 10,00.
           05 FILLER PIC X(08) VALUE "LIMFALTA".
           05 FILLER PIC X(40)
               VALUE "Limite de faltas por disciplina".
           05 FILLER PIC 9(07)V99 VALUE 40,00.
           05 FILLER PIC 9(07)V99 VALUE 999,00.
           05 FILLER PIC X(08) VALUE "REMDIAS1".
           05 FILLER PIC X(40)
               VALUE "Remarcacao: dias p/ vencer, janela larga".
           05 FILLER PIC 9(07)V99 VALUE 7,00.
           05 FILLER PIC 9(07)V99 VALUE 99,00.
           05 FILLER PIC X(08) VALUE "REMPCT1".
           05 FILLER PIC X(40)
               VALUE "Remarcacao: % de desconto, janela larga".
           05 FILLER PIC 9(07)V99 VALUE 30,00.
           05 FILLER PIC 9(07)V99 VALUE 99,00.
           05 FILLER PIC X(08) VALUE "REMDIAS2".
           05 FILLER PIC X(40)
               VALUE "Remarcacao: dias p/ vencer, j. apertada".
           05 FILLER PIC 9(07)V99 VALUE 3,00.
           05 FILLER PIC 9(07)V99 VALUE 99,00.
           05 FILLER PIC X(08) VALUE "REMPCT2".
           05 FILLER PIC X(40)
               VALUE "Remarcacao: % de desconto, j. apertada".
           05 FILLER PIC 9(07)V99 VALUE 50,00.
           05 FILLER PIC 9(07)V99 VALUE 99,00.
           05 FILLER PIC X(08) VALUE "SENHADIA".
           05 FILLER PIC X(40)
               VALUE "Validade da senha do operador, em dias".
           05 FILLER PIC 9(07)V99 VALUE 90,00.
           05 FILLER PIC 9(07)V99 VALUE 999,00.
           05 FILLER PIC X(08) VALUE "FIADODIA".
           05 FILLER PIC X(40)
               VALUE "Fiado: dias de atraso que bloqueiam".
           05 FILLER PIC 9(07)V99 VALUE 60,00.
           05 FILLER PIC 9(07)V99 VALUE 999,00.
           05 FILLER PIC X(08) VALUE "PTSFATOR".
           05 FILLER PIC X(40)
               VALUE "Pontos: fator do grupo fora do PONTGRUP".
           05 FILLER PIC 9(07)V99 VALUE 1,00.
           05 FILLER PIC 9(07)V99 VALUE 99,99.
           05 FILLER PIC X(08) VALUE "PTSVALOR".
           05 FILLER PIC X(40)
               VALUE "Pontos: valor em R$ de cada ponto".
           05 FILLER PIC 9(07)V99 VALUE 0,05.
           05 FILLER PIC 9(07)V99 VALUE 9,99.
           05 FILLER PIC X(08) VALUE "PEDLIMIT".
           05 FILLER PIC X(40)
               VALUE "Pedido de compra: limite sem aprovacao".
           05 FILLER PIC 9(07)V99 VALUE 500,00.
           05 FILLER PIC 9(07)V99 VALUE 9999999,99.
           05 FILLER PIC X(08) VALUE "VALEDIAS".
           05 FILLER PIC X(40)
               VALUE "Vale-troca: validade em dias".
           05 FILLER PIC 9(07)V99 VALUE 90,00.
           05 FILLER PIC 9(07)V99 VALUE 999,00.
           05 FILLER PIC X(08) VALUE "ARQANOS".
           05 FILLER PIC X(40)
               VALUE "Arquivo escolar: anos de guarda no vivo".
           05 FILLER PIC 9(07)V99 VALUE 2,00.
           05 FILLER PIC 9(07)V99 VALUE 99,00.
       01 TABELA-CATALOGO REDEFINES TABELA-CATALOGO-VALORES.
           05 CAT-ITEM OCCURS 13 TIMES.
               10 CAT-CODIGO               PIC X(08).
               10 CAT-DESCRICAO            PIC X(40).
               10 CAT-PADRAO               PIC 9(07)V99.
               10 CAT-MAXIMO               PIC 9(07)V99.

       LINKAGE SECTION.
       01 LK-PARAMETRO.
      * "C" = consulta o valor em vigor na data, "G" = grava
      * um novo valor a partir da data (so o gerente)
           05 LK-PAR-FUNCAO                PIC X(01).
      * na consulta com codigo em branco, o item do catalogo
      * (1, 2, ...) escolhe o parametro, para listar todos
           05 LK-PAR-ITEM                  PIC 9(02).
           05 LK-PAR-CODIGO                PIC X(08).
      * data consultada ou inicio da vigencia (AAAAMMDD);
      * zeros = dia de movimento
           05 LK-PAR-DATA                  PIC 9(08).
           05 LK-PAR-VALOR                 PIC 9(07)V99.
      * devolvidos: descricao e maximo do catalogo, e desde
      * quando vale o valor (zeros = padrao do catalogo)
           05 LK-PAR-DESCRICAO             PIC X(40).
           05 LK-PAR-MAXIMO                PIC 9(07)V99.
           05 LK-PAR-VIGENCIA              PIC 9(08).
           05 LK-PAR-OPERADOR              PIC 9(04).
           05 LK-PAR-MOTIVO                PIC X(40).
      * "00" = ok; "10" = sem valor gravado, vale o padrao;
      * "20" = parametro desconhecido; "23" = vigencia
      * anterior ao dia de movimento; "24" = valor acima do
      * maximo; "30" = erro de gravacao
           05 LK-PAR-RETORNO               PIC X(02).

       PROCEDURE DIVISION USING LK-PARAMETRO.
      **********************
      * Rotinas principais *
      **********************
       P-PARAMETR-INICIO.
           PERFORM P-PROCURA-CATALOGO
           IF WS-ACHOU = "N"
               MOVE "20" TO LK-PAR-RETORNO
               GO TO P-PARAMETR-EXIT.

           MOVE CAT-CODIGO(WS-CAT-IDX) TO LK-PAR-CODIGO
           MOVE CAT-DESCRICAO(WS-CAT-IDX) TO LK-PAR-DESCRICAO
           MOVE CAT-MAXIMO(WS-CAT-IDX) TO LK-PAR-MAXIMO
           MOVE "C" TO WS-DTM-FUNCAO
           CALL "DATAMOV" USING WS-DATA-MOV
           MOVE WS-DTM-AMD TO WS-DATA-MOVIMENTO
           IF LK-PAR-DATA = ZEROS
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-REFERENCIA
           ELSE
               MOVE LK-PAR-DATA TO WS-DATA-REFERENCIA.

           IF LK-PAR-FUNCAO = "G"
               PERFORM P-GRAVA THRU P-GRAVA-FIM
           ELSE
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM.
           GO TO P-PARAMETR-EXIT.

       P-PROCURA-CATALOGO.
           MOVE "N" TO WS-ACHOU
           IF LK-PAR-CODIGO = SPACES
               IF LK-PAR-ITEM > ZEROS AND LK-PAR-ITEM NOT > 13
                   MOVE LK-PAR-ITEM TO WS-CAT-IDX
                   MOVE "S" TO WS-ACHOU
               END-IF
           ELSE
               MOVE 1 TO WS-CAT-IDX
               PERFORM P-PROCURA-CATALOGO-ITEM
                   UNTIL WS-ACHOU = "S" OR WS-CAT-IDX > 13.

       P-PROCURA-CATALOGO-ITEM.
           IF CAT-CODIGO(WS-CAT-IDX) = LK-PAR-CODIGO
               MOVE "S" TO WS-ACHOU
           ELSE
               ADD 1 TO WS-CAT-IDX.

      ***************************************************
      * Consulta: le as vigencias do parametro em ordem  *
      * e fica com a ultima que ja comecou na data       *
      ***************************************************
       P-CONSULTA.
           MOVE CAT-PADRAO(WS-CAT-IDX) TO LK-PAR-VALOR
           MOVE ZEROS TO LK-PAR-VIGENCIA LK-PAR-OPERADOR
           MOVE SPACES TO LK-PAR-MOTIVO
           MOVE "10" TO LK-PAR-RETORNO
           OPEN INPUT PARAMETR
           IF WS-STATUS-PARAMETR NOT = "00"
               GO TO P-CONSULTA-FIM.

           MOVE LK-PAR-CODIGO TO PAR-CODIGO
           MOVE ZEROS TO PAR-VIGENCIA
           MOVE "N" TO WS-CHAVE-EOF
           START PARAMETR KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY MOVE "S" TO WS-CHAVE-EOF
           END-START
           PERFORM P-CONSULTA-LE UNTIL WS-CHAVE-EOF-SIM
           CLOSE PARAMETR.

       P-CONSULTA-FIM.
           EXIT.

       P-CONSULTA-LE.
           READ PARAMETR NEXT RECORD
           AT END MOVE "S" TO WS-CHAVE-EOF.
           IF WS-CHAVE-EOF-NAO
               IF PAR-CODIGO NOT = LK-PAR-CODIGO OR
                   PAR-VIGENCIA > WS-DATA-REFERENCIA
                   MOVE "S" TO WS-CHAVE-EOF
               ELSE
                   MOVE PAR-VALOR TO LK-PAR-VALOR
                   MOVE PAR-VIGENCIA TO LK-PAR-VIGENCIA
                   MOVE PAR-OPERADOR TO LK-PAR-OPERADOR
                   MOVE PAR-MOTIVO TO LK-PAR-MOTIVO
                   MOVE "00" TO LK-PAR-RETORNO.

      ***************************************************
      * Gravacao: a vigencia nao volta atras do dia de   *
      * movimento, para nao mudar o que ja foi apurado;  *
      * gravar de novo a mesma vigencia corrige o valor  *
      ***************************************************
       P-GRAVA.
           IF WS-DATA-REFERENCIA < WS-DATA-MOVIMENTO
               MOVE "23" TO LK-PAR-RETORNO
               GO TO P-GRAVA-FIM.
           IF LK-PAR-VALOR > CAT-MAXIMO(WS-CAT-IDX)
               MOVE "24" TO LK-PAR-RETORNO
               GO TO P-GRAVA-FIM.

      * valor em vigor na data, para o historico
           MOVE LK-PAR-VALOR TO WS-VALOR-NOVO
           MOVE LK-PAR-OPERADOR TO WS-OPERADOR
           MOVE LK-PAR-MOTIVO TO WS-MOTIVO
           PERFORM P-CONSULTA THRU P-CONSULTA-FIM
           MOVE LK-PAR-VALOR TO WS-VALOR-ANTERIOR
           MOVE LK-PAR-VIGENCIA TO WS-VIGENCIA-ANTERIOR
           MOVE WS-VALOR-NOVO TO LK-PAR-VALOR
           MOVE WS-OPERADOR TO LK-PAR-OPERADOR
           MOVE WS-MOTIVO TO LK-PAR-MOTIVO

           OPEN I-O PARAMETR
           IF WS-STATUS-PARAMETR = "35" OR WS-STATUS-PARAMETR = "30"
               OPEN OUTPUT PARAMETR
               CLOSE PARAMETR
               OPEN I-O PARAMETR.
           IF WS-STATUS-PARAMETR NOT = "00"
               MOVE "30" TO LK-PAR-RETORNO
               GO TO P-GRAVA-FIM.

           MOVE LK-PAR-CODIGO TO PAR-CODIGO
           MOVE WS-DATA-REFERENCIA TO PAR-VIGENCIA
           MOVE "S" TO WS-JA-EXISTE
           READ PARAMETR KEY IS PAR-CHAVE
               INVALID KEY MOVE "N" TO WS-JA-EXISTE
           END-READ

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE LK-PAR-CODIGO TO PAR-CODIGO
           MOVE WS-DATA-REFERENCIA TO PAR-VIGENCIA
           MOVE LK-PAR-VALOR TO PAR-VALOR
           MOVE LK-PAR-OPERADOR TO PAR-OPERADOR
           MOVE WS-DATA-SISTEMA TO PAR-DATA-REAL
           MOVE WS-HORA-SISTEMA(1:6) TO PAR-HORA-REAL
           MOVE LK-PAR-MOTIVO TO PAR-MOTIVO
           MOVE "00" TO LK-PAR-RETORNO
           IF WS-JA-EXISTE = "S"
               REWRITE REG-PARAMETR
                   INVALID KEY MOVE "30" TO LK-PAR-RETORNO
               END-REWRITE
           ELSE
               WRITE REG-PARAMETR
                   INVALID KEY MOVE "30" TO LK-PAR-RETORNO
               END-WRITE.
           CLOSE PARAMETR
           IF LK-PAR-RETORNO NOT = "00"
               GO TO P-GRAVA-FIM.

           MOVE WS-DATA-REFERENCIA TO LK-PAR-VIGENCIA
           PERFORM P-GRAVA-HISTORICO
           PERFORM P-GRAVA-AUDITORIA.

       P-GRAVA-FIM.
           EXIT.

       P-GRAVA-HISTORICO.
           OPEN EXTEND PARAMHIS
           IF WS-STATUS-PARAMHIS = "35"
               OPEN OUTPUT PARAMHIS.
           IF WS-STATUS-PARAMHIS = "00" OR
               WS-STATUS-PARAMHIS = "05"
               MOVE WS-DATA-SISTEMA TO PHI-DATA-REAL
               MOVE WS-HORA-SISTEMA(1:6) TO PHI-HORA-REAL
               MOVE LK-PAR-OPERADOR TO PHI-OPERADOR
               MOVE LK-PAR-CODIGO TO PHI-CODIGO
               MOVE WS-DATA-REFERENCIA TO PHI-VIGENCIA
               MOVE WS-VIGENCIA-ANTERIOR TO PHI-VIGENCIA-ANTERIOR
               MOVE WS-VALOR-ANTERIOR TO PHI-VALOR-ANTERIOR
               MOVE LK-PAR-VALOR TO PHI-VALOR-NOVO
               MOVE LK-PAR-MOTIVO TO PHI-MOTIVO
               WRITE REG-PARAMHIS
               CLOSE PARAMHIS.

       P-GRAVA-AUDITORIA.
           OPEN EXTEND AUDITLOG
           IF WS-STATUS-AUDITLOG = "35"
               OPEN OUTPUT AUDITLOG.
           IF WS-STATUS-AUDITLOG = "00" OR
               WS-STATUS-AUDITLOG = "05"
               MOVE WS-DATA-MOVIMENTO(7:2) TO AUD-DIA
               MOVE WS-DATA-MOVIMENTO(5:2) TO AUD-MES
               MOVE WS-DATA-MOVIMENTO(1:4) TO AUD-ANO
               MOVE WS-HORA-SISTEMA(1:6) TO AUD-HORA
               MOVE "PARAMETR" TO AUD-PROGRAMA
               MOVE "PARAMETRO" TO AUD-OPERACAO
               MOVE LK-PAR-CODIGO TO AUD-CHAVE
               MOVE LK-PAR-OPERADOR TO AUD-OPERADOR
               WRITE REG-AUDITLOG
               CLOSE AUDITLOG.

      *----------------------Parágrafos de Saída
       P-PARAMETR-EXIT.
           EXIT PROGRAM.
