      * "K" = kit/cesta montado de outros SKUs: o estoque
      * baixado na venda e o dos componentes (KITCOMP.DAT)
               05 TIPO-PRODUTO         PIC X(01).
      * Curva ABC do SKU pelo valor vendido nos ultimos
      * 90 dias (A, B ou C), gravada todo mes pelo CLASSABC;
      * espaco = ainda nao classificado
               05 CLASSE-ABC           PIC X(01).

       FD VENDAS
           LABEL RECORDS ARE STANDARD
      * "D" = devolucao; espacos nos registros antigos valem como
      * venda a vista
               05 VND-TIPO                 PIC X(01).
      * "D" = dinheiro, "C" = cartao, "P" = PIX, "V" = vale-
      * troca (venda paga com o vale ou devolucao restituida em
      * vale); espaco nos registros antigos e nas vendas fiado
      * vale como dinheiro
               05 VND-FORMA-PAGTO          PIC X(01).
      * Hora da transacao (HHMMSS); zeros nos registros
      * gravados antes do campo existir
      * Numero do cupom emitido para a linha (CUPOMSEQ);
      * nas devolucoes guarda o cupom da compra original
               05 VND-CUPOM                PIC 9(06).
      * Operador logado que registrou a linha (codigo do
      * OPERADOR.DAT); zeros nos registros antigos
               05 VND-OPERADOR             PIC 9(04).
      * Local (filial/estoque) de onde saiu ou para onde
      * voltou a mercadoria; espacos nos registros antigos
               05 VND-LOCAL                PIC X(02).
      * Encomenda retirada na linha; zeros nas vendas de
      * balcao, nas devolucoes e nos registros antigos
               05 VND-ENCOMENDA            PIC 9(06).

       FD RELPARADO
           LABEL RECORDS ARE STANDARD
           77 WS-PARM-DIAS                 PIC 9(03) VALUE ZEROS.

           77 WS-DATA-SISTEMA              PIC 9(08) VALUE ZEROS.
      * Data de movimento: a do controle da loja ou, no
      * reprocessamento, a do primeiro cartao do SYSIN
      * (DDMMAAAA; zeros = a do controle)
           77 WS-PARM-DATA-MOV             PIC 9(08) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO            PIC 9(08) VALUE ZEROS.
           77 WS-CORTE-DIA                 PIC 99    VALUE ZEROS.
           77 WS-CORTE-MES                 PIC 99    VALUE ZEROS.
           77 WS-CORTE-ANO                 PIC 9(04) VALUE ZEROS.
               10 TAB-SKU                  PIC 9(04).
               10 TAB-SKU-ULTIMA-AMD       PIC 9(08).

      * Controle do dia de movimento (CALL "DATAMOV")
       01 WS-DATA-MOV.
           05 WS-DTM-FUNCAO                PIC X(01).
           05 WS-DTM-AMD                   PIC 9(08).
           05 WS-DTM-SITUACAO              PIC X(01).
           05 WS-DTM-OPERADOR              PIC 9(04).
           05 WS-DTM-RETORNO               PIC X(02).

       PROCEDURE DIVISION.
      **********************
      * Rotinas principais *
      **********************
       P-INICIO.
           PERFORM P-DATA-MOVIMENTO
           ACCEPT WS-PARM-DIAS
           IF WS-PARM-DIAS = ZEROS
               MOVE 60 TO WS-PARM-DIAS.
      * parametro                                        *
      ***************************************************
       P-CALCULA-CORTE.
           MOVE WS-DATA-MOVIMENTO TO WS-DATA-SISTEMA
           MOVE WS-DATA-SISTEMA(7:2) TO WS-CORTE-DIA
           MOVE WS-DATA-SISTEMA(5:2) TO WS-CORTE-MES
           MOVE WS-DATA-SISTEMA(1:4) TO WS-CORTE-ANO
           MOVE WS-LINHA-RELPARADO TO REG-RELPARADO
           WRITE REG-RELPARADO.

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
           CLOSE ARQUIVO VENDAS RELPARADO.
