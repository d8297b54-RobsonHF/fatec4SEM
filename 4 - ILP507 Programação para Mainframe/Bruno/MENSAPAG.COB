      *          aluno e relatorio de    *
      *          inadimplencia com nome, *
      *          telefone e endereco do  *
      *          responsavel financeiro  *
      *          (ou do aluno, sem ele), *
      *          e aviso de cobranca     *
      *          registrado no historico *
      *          de contatos             *
      * Tectonics: cobc                  *
      ************************************
       IDENTIFICATION DIVISION.
       77 INADIMPLENTES        PIC 9(04) VALUE ZEROS.
       77 DEVIDO-PRINT         PIC Z.ZZZ.ZZ9,99.

      * Aviso de cobranca ao inadimplente
       77 ANO-MES-MAIS-ANTIGO  PIC 9(06) VALUE ZEROS.
       77 AVISO-NUMERO         PIC 9(02) VALUE ZEROS.
       77 PTR-RESUMO           PIC 9(02) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".
           05 OPER-NOME        PIC X(30).
           05 OPER-NIVEL       PIC X(01).

      * Dia de movimento (CALL "DATAMOV"): o pagamento leva a
      * data do movimento e e recusado com o dia fechado
       01 DATA-MOV.
           05 DTM-FUNCAO       PIC X(01).
           05 DTM-AMD          PIC 9(08).
           05 DTM-SITUACAO     PIC X(01).
           05 DTM-OPERADOR     PIC 9(04).
           05 DTM-RETORNO      PIC X(02).

      * Registro dos avisos enviados a familia (CALL
      * "COMUNLOG")
       01 COMUNICACAO.
           05 CML-FUNCAO       PIC X(01).
           05 CML-ORIGEM       PIC X(01).
           05 CML-CODIGO       PIC 9(06).
           05 CML-DATA         PIC 9(08).
           05 CML-TIPO         PIC X(08).
           05 CML-CANAL        PIC X(01).
           05 CML-RESUMO       PIC X(50).
           05 CML-OPERADOR     PIC 9(04).
           05 CML-PROGRAMA     PIC X(08).
           05 CML-DESDE        PIC 9(08).
           05 CML-ANTERIORES   PIC 9(02).
           05 CML-ULTIMA-DATA  PIC 9(08).
           05 CML-NO-DIA       PIC X(01).
           05 CML-RETORNO      PIC X(02).

      * Responsavel financeiro do aluno, a quem vai a cobranca
      * (CALL "RESPONS")
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

       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
           DISPLAY "P = baixar pagamento"
           DISPLAY "E = extrato de um aluno"
           DISPLAY "I = relatorio de inadimplencia"
           DISPLAY "A = aviso de cobranca a um inadimplente"
           DISPLAY "F = finalizar"
           ACCEPT MENU-OPCAO

           ELSE IF MENU-OPCAO = "I" OR MENU-OPCAO = "i"
               PERFORM 300-INADIMPLENCIA THRU 300-INADIMPLENCIA-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "A" OR MENU-OPCAO = "a"
               PERFORM 400-AVISO THRU 400-AVISO-FIM
               GO TO 002-MENU
           ELSE IF MENU-OPCAO = "F" OR MENU-OPCAO = "f"
               GO TO FIM-SAIDA
           ELSE
      * Baixa de pagamento de uma competencia            *
      ***************************************************
       100-PAGAMENTO.
           MOVE "C" TO DTM-FUNCAO
           CALL "DATAMOV" USING DATA-MOV
           IF DTM-SITUACAO = "F"
               DISPLAY "Dia de movimento fechado: pagamento recusado."
               GO TO 100-PAGAMENTO-FIM.

           DISPLAY "RA do aluno: "
           ACCEPT RA-BUSCA
           DISPLAY "Competencia (AAAAMM): "
               GO TO 100-PAGAMENTO-FIM.

           MOVE "P" TO MEN-SITUACAO
           MOVE DTM-AMD TO DATA-SISTEMA
           MOVE DATA-SISTEMA TO MEN-DATA-PAGTO
           MOVE VALOR-RECEBIDO TO MEN-VALOR-PAGO
           REWRITE REG-MENSALIDADE INVALID KEY
               MOVE SPACES TO LOGRADOURO BAIRRO CIDADE
           END-READ
           DISPLAY "RA " MEN-RA " - " NOME
           PERFORM 420-RESPONSAVEL
           IF RES-RETORNO NOT = "00"
               DISPLAY "  tel " DDD "-" NUM-TEL " - " LOGRADOURO
                   " " BAIRRO " " CIDADE.
      * avisos de cobranca desde a competencia mais antiga em
      * aberto (a primeira lida do RA)
           MOVE MEN-ANO-MES TO ANO-MES-MAIS-ANTIGO
           PERFORM 410-AVISOS-ANTERIORES
           IF CML-ANTERIORES > ZEROS
               DISPLAY "  avisos de cobranca: " CML-ANTERIORES
                   ", o ultimo em " CML-ULTIMA-DATA(7:2) "/"
                   CML-ULTIMA-DATA(5:2) "/" CML-ULTIMA-DATA(1:4).
           IF CML-NO-DIA = "S"
               DISPLAY "  aviso de cobranca ja enviado hoje".

       303-FECHA-DEVEDOR.
           ADD 1 TO INADIMPLENTES
       300-INADIMPLENCIA-FIM.
           EXIT.

      ***************************************************
      * Aviso de cobranca (carta, e-mail ou telefone) a  *
      * um inadimplente, registrado no historico de      *
      * contatos; havendo aviso anterior desde a divida  *
      * mais antiga em aberto, sai como segundo aviso    *
      ***************************************************
       400-AVISO.
           DISPLAY "RA do aluno: "
           ACCEPT RA-BUSCA
           MOVE RA-BUSCA TO RA
           READ ARQALUNO INVALID KEY
               DISPLAY "RA sem cadastro."
               GO TO 400-AVISO-FIM.

           MOVE ZEROS TO MESES-DEVIDOS DEVIDO-ALUNO
               ANO-MES-MAIS-ANTIGO
           MOVE RA-BUSCA TO MEN-RA
           MOVE ZEROS TO MEN-ANO-MES
           MOVE "N" TO CHAVE-EOF
           START ARQMENS KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY MOVE "S" TO CHAVE-EOF
           END-START
           PERFORM 401-SOMA-ABERTO UNTIL CHAVE-EOF-SIM
           IF MESES-DEVIDOS = ZEROS
               DISPLAY "Nenhuma mensalidade em aberto para o RA."
               GO TO 400-AVISO-FIM.

           MOVE DEVIDO-ALUNO TO DEVIDO-PRINT
           DISPLAY NOME " deve " MESES-DEVIDOS " meses, R$"
               DEVIDO-PRINT
           PERFORM 420-RESPONSAVEL
           IF RES-RETORNO NOT = "00"
               DISPLAY "  tel " DDD "-" NUM-TEL " " EMAIL
               DISPLAY "  sem responsavel financeiro cadastrado".

           PERFORM 410-AVISOS-ANTERIORES
           COMPUTE AVISO-NUMERO = CML-ANTERIORES + 1
           IF CML-ANTERIORES > ZEROS
               DISPLAY "Ja houve " CML-ANTERIORES
                   " aviso(s), o ultimo em " CML-ULTIMA-DATA(7:2)
                   "/" CML-ULTIMA-DATA(5:2) "/"
                   CML-ULTIMA-DATA(1:4) ": este sera o aviso "
                   AVISO-NUMERO.
           IF CML-NO-DIA = "S"
               DISPLAY "Atencao: ja houve aviso de cobranca hoje.".

           DISPLAY "Canal (C = carta, E = e-mail, T = telefone; "
               "vazio = cancela): "
           ACCEPT CML-CANAL
           IF CML-CANAL = "c"
               MOVE "C" TO CML-CANAL.
           IF CML-CANAL = "e"
               MOVE "E" TO CML-CANAL.
           IF CML-CANAL = "t"
               MOVE "T" TO CML-CANAL.
           IF CML-CANAL NOT = "C" AND CML-CANAL NOT = "E" AND
               CML-CANAL NOT = "T"
               DISPLAY "Aviso nao registrado."
               GO TO 400-AVISO-FIM.

           MOVE SPACES TO CML-RESUMO
           MOVE 1 TO PTR-RESUMO
           IF AVISO-NUMERO = 2
               STRING "SEGUNDO AVISO: " DELIMITED BY SIZE
                   INTO CML-RESUMO WITH POINTER PTR-RESUMO
           ELSE IF AVISO-NUMERO > 2
               STRING "NOVO AVISO (" DELIMITED BY SIZE
                   AVISO-NUMERO DELIMITED BY SIZE
                   "o): " DELIMITED BY SIZE
                   INTO CML-RESUMO WITH POINTER PTR-RESUMO.
           STRING MESES-DEVIDOS DELIMITED BY SIZE
               " mensalidade(s) em aberto, R$" DELIMITED BY SIZE
               DEVIDO-PRINT DELIMITED BY SIZE
               INTO CML-RESUMO WITH POINTER PTR-RESUMO
           MOVE "G" TO CML-FUNCAO
           MOVE OPER-CODIGO TO CML-OPERADOR
           MOVE "MENSAPAG" TO CML-PROGRAMA
           CALL "COMUNLOG" USING COMUNICACAO
           IF CML-RETORNO = "00"
               DISPLAY "Aviso registrado: " CML-RESUMO
           ELSE
               DISPLAY "Erro ao registrar o aviso (" CML-RETORNO
                   ").".

       400-AVISO-FIM.
           EXIT.

       401-SOMA-ABERTO.
           READ ARQMENS NEXT RECORD
           AT END MOVE "S" TO CHAVE-EOF.
           IF CHAVE-EOF-NAO
               IF MEN-RA NOT = RA-BUSCA
                   MOVE "S" TO CHAVE-EOF
               ELSE IF MEN-SITUACAO = "A"
                   IF ANO-MES-MAIS-ANTIGO = ZEROS
                       MOVE MEN-ANO-MES TO ANO-MES-MAIS-ANTIGO
                   END-IF
                   ADD 1 TO MESES-DEVIDOS
                   ADD MEN-VALOR TO DEVIDO-ALUNO.

      * Avisos de cobranca do RA desde o primeiro dia da
      * competencia mais antiga em aberto
       410-AVISOS-ANTERIORES.
           MOVE "C" TO CML-FUNCAO
           MOVE "A" TO CML-ORIGEM
           MOVE RA TO CML-CODIGO
           MOVE ZEROS TO CML-DATA
           MOVE "INADIMPL" TO CML-TIPO
           MOVE ANO-MES-MAIS-ANTIGO TO CML-DESDE(1:6)
           MOVE 01 TO CML-DESDE(7:2)
           CALL "COMUNLOG" USING COMUNICACAO.

      * A cobranca se dirige ao responsavel financeiro do RA;
      * sem ele, ao proprio aluno
       420-RESPONSAVEL.
           MOVE "F" TO RES-FUNCAO
           MOVE RA TO RES-RA
           CALL "RESPONS" USING RESPONSAVEL
           IF RES-RETORNO = "00"
               DISPLAY "  responsavel: " RES-NOME " ("
                   RES-PARENTESCO ") CPF " RES-CPF
               DISPLAY "  tel " RES-DDD "-" RES-NUM-TEL " "
                   RES-EMAIL
               DISPLAY "  " RES-LOGRADOURO " " RES-NUM-CASA " "
                   RES-BAIRRO " " RES-CIDADE.

      **************************
      * Rotinas de finalização *
      **************************
