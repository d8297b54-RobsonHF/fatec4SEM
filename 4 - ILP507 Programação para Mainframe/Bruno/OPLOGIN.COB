      * novo ou senha resetada pelo gerente no OPADMIN)
               05 OP-TROCA-SENHA           PIC X(01).
      * data da ultima troca de senha (AAAAMMDD); a senha
      * expira depois do prazo do parametro SENHADIA
               05 OP-DATA-SENHA            PIC 9(08).
      * falhas consecutivas de senha; na quinta a conta e
      * bloqueada ate o gerente soltar no OPADMIN
           77 WS-LOG-RESULTADO             PIC X(08) VALUE SPACES.
           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
           77 WS-HORA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * validade da senha em dias (parametro SENHADIA)
           77 WS-VALIDADE-SENHA            PIC 9(03) VALUE ZEROS.
           77 WS-SENHA-LIMITE-AMD          PIC 9(08) VALUE ZEROS.
           77 WS-CUR-DIA                   PIC 99    VALUE ZEROS.
           77 WS-CUR-MES                   PIC 99    VALUE ZEROS.
           77 WS-RESPOSTA                  PIC X(01) VALUE SPACES.
           77 WS-LOGIN-OK                  PIC X(01) VALUE "N".

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

       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
      ***************************************************
      * Senha vencida vira troca obrigatoria: o limite e *
      * a data da ultima troca mais a validade em dias   *
      * em vigor hoje (parametro SENHADIA)               *
      ***************************************************
       P-TESTA-VALIDADE-SENHA.
           IF OP-DATA-SENHA = ZEROS
               MOVE "S" TO OP-TROCA-SENHA
               GO TO P-TESTA-VALIDADE-SENHA-FIM.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "C" TO WS-PAR-FUNCAO
           MOVE ZEROS TO WS-PAR-ITEM
           MOVE "SENHADIA" TO WS-PAR-CODIGO
           MOVE WS-DATA-SISTEMA TO WS-PAR-DATA
           CALL "PARAMETR" USING WS-PARAMETRO
           MOVE WS-PAR-VALOR TO WS-VALIDADE-SENHA
           MOVE OP-DATA-SENHA(7:2) TO WS-CUR-DIA
           MOVE OP-DATA-SENHA(5:2) TO WS-CUR-MES
           MOVE OP-DATA-SENHA(1:4) TO WS-CUR-ANO
           MOVE WS-CUR-ANO TO WS-SENHA-LIMITE-AMD(1:4)
           MOVE WS-CUR-MES TO WS-SENHA-LIMITE-AMD(5:2)
           MOVE WS-CUR-DIA TO WS-SENHA-LIMITE-AMD(7:2)
           IF WS-DATA-SISTEMA > WS-SENHA-LIMITE-AMD
               DISPLAY "Sua senha expirou."
               MOVE "S" TO OP-TROCA-SENHA.
