               05 WS-OP-NOME           PIC X(30).
               05 WS-OP-NIVEL          PIC X(01).

      * Dia de movimento da loja (CALL "DATAMOV")
           01 WS-DATA-MOV.
               05 WS-DTM-FUNCAO        PIC X(01).
               05 WS-DTM-AMD           PIC 9(08).
               05 WS-DTM-SITUACAO      PIC X(01).
               05 WS-DTM-OPERADOR      PIC 9(04).
               05 WS-DTM-RETORNO       PIC X(02).

       LINKAGE SECTION.
       01 LK-OPERADOR.
           05 LK-OP-CODIGO                 PIC 9(04).
               GO TO P-MENU-PRINCIPAL

           ELSE IF WS-CODIGO-ESC = "B" OR "b"
               PERFORM P-DATA-MOVIMENTO
               IF WS-DTM-SITUACAO = "F"
                   MOVE "Dia de movimento fechado: nada a lancar."
                       TO WS-MENSAGEM
                   PERFORM P-MSG-ZERA THRU P-MSG-FIM
               ELSE
                   PERFORM P-VENDA-INTRO THRU P-VENDA-FIM
               END-IF
               GO TO P-MENU-PRINCIPAL

           ELSE IF WS-CODIGO-ESC = "F" OR "f"
               MOVE "Erro ao gravar a auditoria." TO WS-MENSAGEM
               PERFORM P-MSG-ZERA THRU P-MSG-FIM
           ELSE
               PERFORM P-DATA-MOVIMENTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-DATA-SISTEMA(7:2) TO AUD-DIA
               MOVE WS-DATA-SISTEMA(5:2) TO AUD-MES
               WRITE REG-AUDITLOG
               CLOSE AUDITLOG.

       P-DATA-MOVIMENTO.
           MOVE "C" TO WS-DTM-FUNCAO
           CALL "DATAMOV" USING WS-DATA-MOV
           MOVE WS-DTM-AMD TO WS-DATA-SISTEMA.

      *----------------------Parágrafos de Mensagens
       P-MSG-ZERA.
           MOVE ZEROS TO WS-TEMPORIZADOR.
