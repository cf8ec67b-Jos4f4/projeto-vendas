      *                REG-VENDA-SITUACAO MARCA COM "E" AS LINHAS
      *                JA ESTORNADAS, DISPENSANDO A VARREDURA EM
      *                BUSCA DE UM ESTORNO ANTERIOR.
      *                REG-VENDA-CUSTO-UNIT E O CUSTO MEDIO DO PRODUTO
      *                NO MOMENTO DA VENDA (O ESTORNO REPETE O DA
      *                VENDA ORIGINAL) - BASE DO CUSTO DA MERCADORIA
      *                VENDIDA NO PROG-REL-MARGEM.
      *                REG-VENDA-HORA E A HORA (HHMMSS) EM QUE O
      *                CUPOM FOI FECHADO - IMPRESSA NO CUPOM E NA
      *                2A VIA (ZEROS NAS LINHAS ANTIGAS).
      *                REG-VENDA-COD-CLIENTE IDENTIFICA O CLIENTE DO
      *                CADASTRO (CLIREG.CPY) NAS VENDAS A PRAZO
      *                (FORMA "A"); NAS DEMAIS FORMAS FICA EM BRANCO.
      *                REG-VENDA-NUM-LOTE E O NUMERO DO LOTE DE
      *                VENDAS-ENTRADA.DAT QUE ORIGINOU A LINHA (EM
      *                BRANCO NAS VENDAS DIGITADAS NO CAIXA) - BASE DA
      *                RECONCILIACAO POR LOTE.
      *===========================================
       01  REG-VENDA.
           05 REG-VENDA-CHAVE.
               88 REG-VENDA-PGTO-DINHEIRO VALUE "D".
               88 REG-VENDA-PGTO-CARTAO   VALUE "C".
               88 REG-VENDA-PGTO-PIX      VALUE "P".
               88 REG-VENDA-PGTO-PRAZO    VALUE "A".
           05 REG-VENDA-TIPO         PIC X(01).
               88 REG-VENDA-TIPO-NORMAL   VALUE "V".
               88 REG-VENDA-TIPO-ESTORNO  VALUE "E".
           05 REG-VENDA-ESTORNO-DE   PIC 9(07).
           05 REG-VENDA-SITUACAO     PIC X(01).
               88 REG-VENDA-JA-ESTORNADA  VALUE "E".
           05 REG-VENDA-CUSTO-UNIT   PIC 9(05)V99.
           05 REG-VENDA-HORA         PIC 9(06).
           05 REG-VENDA-COD-CLIENTE  PIC X(06).
           05 REG-VENDA-NUM-LOTE     PIC X(12).
