      *                (ZEROS = NENHUM): A PARTIR DA DATA DE
      *                VIGENCIA AS VENDAS PASSAM A USAR O PRECO
      *                PROGRAMADO NO LUGAR DE PROD-PRECO.
      *                PROD-COD-FORNECEDOR E O FORNECEDOR PREFERIDO
      *                (FORNECEDORES.DAT, VER FORNREG.CPY) PARA QUEM
      *                O PROG-COMPRAS GERA O PEDIDO DE REPOSICAO;
      *                PROD-LOTE-COMPRA E O MULTIPLO EM QUE O
      *                FORNECEDOR VENDE (ZEROS = UNIDADE).
      *                PROD-CUSTO-MEDIO E O CUSTO MEDIO PONDERADO DA
      *                UNIDADE EM ESTOQUE, RECALCULADO PELO
      *                PROG-ESTOQUE A CADA RECEBIMENTO COM O CUSTO
      *                INFORMADO NA ENTRADA.
      *===========================================
       01  REG-PRODUTO-MESTRE.
           05 PROD-CODIGO            PIC X(10).
           05 PROD-STATUS            PIC X(01).
               88 PROD-ATIVO              VALUE "A".
               88 PROD-INATIVO            VALUE "I".
           05 PROD-COD-FORNECEDOR    PIC X(06).
           05 PROD-LOTE-COMPRA       PIC 9(07).
           05 PROD-CUSTO-MEDIO       PIC 9(05)V99.
