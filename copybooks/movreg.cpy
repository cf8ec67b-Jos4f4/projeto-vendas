      *                MANUAIS (EX: INV=INVENTARIO, AVA=AVARIA,
      *                PER=PERDA). MOV-NUM-TRANSACAO REFERENCIA A
      *                TRANSACAO DE VENDA/ESTORNO QUE GEROU O
      *                MOVIMENTO (ZEROS NOS DEMAIS). MOV-NUM-PEDIDO
      *                E O PEDIDO DE COMPRA (PEDIDOS.DAT) ATENDIDO
      *                POR UM RECEBIMENTO (ZEROS = SEM PEDIDO).
      *                MOV-CUSTO-UNIT E O CUSTO DA UNIDADE NO
      *                MOVIMENTO: O CUSTO DE COMPRA NO RECEBIMENTO E
      *                O CUSTO MEDIO EM VIGOR NA VENDA E NO ESTORNO.
      *===========================================
       01  REG-MOVIMENTO.
           05 MOV-DATA               PIC 9(08).
           05 MOV-OPERADOR           PIC X(06).
           05 MOV-NUM-TRANSACAO      PIC 9(07).
           05 MOV-ESTOQUE-APOS       PIC 9(07).
           05 MOV-NUM-PEDIDO         PIC 9(07).
           05 MOV-CUSTO-UNIT         PIC 9(05)V99.
