      *===========================================
      *    == COPY: PEDREG
      *    ==OBJETIVO: LAYOUT DO ARQUIVO DE PEDIDOS DE COMPRA
      *                (PEDIDOS.DAT) - UM REGISTRO POR ITEM DO
      *                PEDIDO, CHAVE NUMERO DO PEDIDO + ITEM.
      *                GRAVADO PELO PROG-COMPRAS NA GERACAO A PARTIR
      *                DA REPOSICAO E ATUALIZADO PELO PROG-ESTOQUE A
      *                CADA RECEBIMENTO CONTRA O PEDIDO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: PED-QTDE-RECEBIDA ACUMULA AS ENTREGAS;
      *                O SALDO EM ABERTO E PEDIDA - RECEBIDA E UMA
      *                RECEBIDA MAIOR QUE A PEDIDA E ENTREGA A
      *                MAIOR. SITUACAO: "A" ABERTO (NADA RECEBIDO),
      *                "P" PARCIAL, "T" ATENDIDO (RECEBIDO TUDO OU
      *                MAIS), "E" SALDO ENCERRADO PELO COMPRADOR
      *                SEM ENTREGA. SO "A" E "P" ACEITAM
      *                RECEBIMENTO E ENTRAM NO SALDO EM PEDIDO.
      *===========================================
       01  REG-PEDIDO.
           05 PED-CHAVE.
               10 PED-NUM-PEDIDO      PIC 9(07).
               10 PED-NUM-ITEM        PIC 9(03).
           05 PED-COD-FORNECEDOR     PIC X(06).
           05 PED-DATA-EMISSAO       PIC 9(08).
           05 PED-DATA-PREVISTA      PIC 9(08).
           05 PED-COD-PRODUTO        PIC X(10).
           05 PED-DESCRICAO          PIC X(30).
           05 PED-QTDE-PEDIDA        PIC 9(07).
           05 PED-QTDE-RECEBIDA      PIC 9(07).
           05 PED-DATA-ULT-RECEB     PIC 9(08).
           05 PED-OPERADOR           PIC X(06).
           05 PED-SITUACAO           PIC X(01).
               88 PED-ABERTO              VALUE "A".
               88 PED-PARCIAL             VALUE "P".
               88 PED-ATENDIDO            VALUE "T".
               88 PED-ENCERRADO           VALUE "E".
               88 PED-EM-ABERTO           VALUE "A" "P".
