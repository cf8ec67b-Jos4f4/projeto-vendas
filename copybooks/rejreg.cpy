      *                PROG-VENDAS E O PROGRAMA DE REPROCESSA-
      *                MENTO DE REJEITADOS.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: REJ-NUM-LOTE E O LOTE DE VENDAS-ENTRADA.DAT
      *                DE ONDE VEIO O REGISTRO (EM BRANCO NO CAIXA);
      *                O PROG-REPROC O REPASSA A VENDA REPROCESSADA.
      *===========================================
       01  REG-REJEITADO.
           05 REJ-DATA               PIC 9(08).
           05 REJ-FORMA-PGTO         PIC X(01).
           05 REJ-MOTIVO             PIC X(40).
           05 REJ-OPERADOR           PIC X(06).
           05 REJ-COD-CLIENTE        PIC X(06).
           05 REJ-NUM-LOTE           PIC X(12).
