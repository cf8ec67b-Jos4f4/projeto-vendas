      *===========================================
      *    == COPY: INVREG
      *    ==OBJETIVO: LAYOUT DO REGISTRO DO INVENTARIO FISICO
      *                (INVENTARIO.DAT) - UM REGISTRO POR PRODUTO
      *                ATIVO NO MOMENTO DO CONGELAMENTO, COM O
      *                SALDO DO SISTEMA CONGELADO E A QUANTIDADE
      *                CONTADA CARREGADA DA FOLHA DE CONTAGEM.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O ARQUIVO E INDEXADO POR INV-COD-PRODUTO
      *                E GUARDA UM UNICO INVENTARIO (O CONGELAMENTO
      *                SEGUINTE O SUBSTITUI). INV-PRECO E O
      *                PROD-PRECO DO CONGELAMENTO, BASE DO VALOR DAS
      *                DIVERGENCIAS. INV-CONTADO "N" = PRODUTO AINDA
      *                SEM CONTAGEM (NAO GERA AJUSTE). A DIFERENCA
      *                EFETIVADA E CONTADA MENOS CONGELADA, LANCADA
      *                SOBRE O SALDO DO MOMENTO DA EFETIVACAO - AS
      *                VENDAS FEITAS DEPOIS DO CONGELAMENTO SAO
      *                PRESERVADAS. INV-SITUACAO "E" MARCA O
      *                PRODUTO CUJO AJUSTE JA FOI LANCADO.
      *===========================================
       01  REG-INVENTARIO.
           05 INV-COD-PRODUTO        PIC X(10).
           05 INV-DESCRICAO          PIC X(30).
           05 INV-DATA-CONGEL        PIC 9(08).
           05 INV-HORA-CONGEL        PIC 9(06).
           05 INV-PRECO              PIC 9(05)V99.
           05 INV-QTDE-SISTEMA       PIC 9(07).
           05 INV-QTDE-CONTADA       PIC 9(07).
           05 INV-CONTADO            PIC X(01).
               88 INV-JA-CONTADO          VALUE "S".
               88 INV-NAO-CONTADO         VALUE "N".
           05 INV-SITUACAO           PIC X(01).
               88 INV-CONGELADO           VALUE "C".
               88 INV-EFETIVADO           VALUE "E".
           05 INV-DATA-EFETIV        PIC 9(08).
