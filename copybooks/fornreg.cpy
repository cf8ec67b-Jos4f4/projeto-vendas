      *===========================================
      *    == COPY: FORNREG
      *    ==OBJETIVO: LAYOUT DO CADASTRO MESTRE DE FORNECEDORES
      *                (FORNECEDORES.DAT) - COMPARTILHADO ENTRE O
      *                PROG-FORNMNT (MANUTENCAO), O PROG-PRODMNT
      *                (FORNECEDOR PREFERIDO DO PRODUTO) E O
      *                PROG-COMPRAS (PEDIDOS DE REPOSICAO).
      *==DATA 21/08/2026
      *    ==OBSERVACOES: FORN-PRAZO-ENTREGA E O PRAZO EM DIAS
      *                CORRIDOS USADO PARA A DATA PREVISTA DO
      *                PEDIDO. FORNECEDORES NAO SAO EXCLUIDOS,
      *                APENAS DESATIVADOS, PARA OS PEDIDOS ANTIGOS
      *                CONTINUAREM IDENTIFICANDO O FORNECEDOR.
      *===========================================
       01  REG-FORNECEDOR.
           05 FORN-CODIGO            PIC X(06).
           05 FORN-RAZAO-SOCIAL      PIC X(30).
           05 FORN-CNPJ              PIC X(14).
           05 FORN-TELEFONE          PIC X(15).
           05 FORN-CONTATO           PIC X(20).
           05 FORN-PRAZO-ENTREGA     PIC 9(03).
           05 FORN-STATUS            PIC X(01).
               88 FORN-ATIVO              VALUE "A".
               88 FORN-INATIVO            VALUE "I".
