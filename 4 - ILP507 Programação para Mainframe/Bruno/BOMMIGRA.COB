      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

       FD RELMIGRA
           LABEL RECORDS ARE STANDARD
               UNTIL WS-LOTE-IDX > 5
           MOVE "OU" TO GRUPO
           MOVE "U" TO TIPO-PRODUTO
           MOVE SPACE TO CLASSE-ABC
           WRITE PRODUTO
               INVALID KEY
                   PERFORM P-RELATA-REJEICAO
