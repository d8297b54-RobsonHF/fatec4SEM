      *          cobranca por aluno com  *
      *          situacao ativa no       *
      *          CADALUNO, para o mes e  *
      *          valor informados, e     *
      *          lista de quem esta sem  *
      *          responsavel financeiro. *
      *          Reexecucao nao duplica: *
      *          cobranca ja existente   *
      *          e pulada.               *
       77 GERADAS              PIC 9(05) VALUE ZEROS.
       77 JA-EXISTIAM          PIC 9(05) VALUE ZEROS.
       77 ALUNOS-ATIVOS        PIC 9(05) VALUE ZEROS.
       77 SEM-RESPONSAVEL      PIC 9(05) VALUE ZEROS.

       01 CHAVE-EOF            PIC X(01) VALUE "N".
           88 CHAVE-EOF-SIM    VALUE "S".
           88 CHAVE-EOF-NAO    VALUE "N".

      * Responsavel financeiro, que sai como sacado no boleto
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

      **************
      * O PROGRAMA *
      **************
           DISPLAY "Mensalidades de " ANO-MES-PARM ": " GERADAS
               " geradas para " ALUNOS-ATIVOS " alunos ativos ("
               JA-EXISTIAM " ja existiam)."
           IF SEM-RESPONSAVEL > ZEROS
               DISPLAY SEM-RESPONSAVEL " cobrancas sem responsavel "
                   "financeiro cadastrado vao em nome do aluno.".
           GO TO FIM-SAIDA.

       002-GERA-COBRANCA.
                           ADD 1 TO JA-EXISTIAM
                       NOT INVALID KEY
                           ADD 1 TO GERADAS
                           PERFORM 003-CONFERE-RESPONSAVEL
                   END-WRITE.

      * A cobranca sai em nome do responsavel financeiro; o
      * aluno sem ele fica listado para a secretaria completar o
      * cadastro antes da remessa ao banco
       003-CONFERE-RESPONSAVEL.
           MOVE "F" TO RES-FUNCAO
           MOVE RA TO RES-RA
           CALL "RESPONS" USING RESPONSAVEL
           IF RES-RETORNO NOT = "00"
               ADD 1 TO SEM-RESPONSAVEL
               DISPLAY "RA " RA " - " NOME
                   " sem responsavel financeiro.".

      **************************
      * Rotinas de finalização *
      **************************
