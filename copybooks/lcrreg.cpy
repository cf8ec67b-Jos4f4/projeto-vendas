      *===========================================
      *    == COPY: LCRREG
      *    ==OBJETIVO: LAYOUT DO RAZAO DE CONTAS A RECEBER
      *                (RECEBER-MOV.DAT) - UM LANCAMENTO POR VENDA A
      *                PRAZO, ESTORNO DE VENDA A PRAZO E PAGAMENTO DE
      *                CLIENTE, NA ORDEM EM QUE ACONTECERAM.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: LCR-TIPO "V" AUMENTA O SALDO DO CLIENTE;
      *                "E" (ESTORNO) E "P" (PAGAMENTO) DIMINUEM.
      *                LCR-FORMA-PGTO SO E PREENCHIDA NO PAGAMENTO
      *                (D/C/P - COMO O CLIENTE PAGOU). O EXTRATO
      *                MENSAL DO PROG-RECEBER E MONTADO A PARTIR
      *                DESTE ARQUIVO, QUE NUNCA E REGRAVADO.
      *===========================================
       01  REG-LANC-RECEBER.
           05 LCR-DATA               PIC 9(08).
           05 LCR-HORA               PIC 9(06).
           05 LCR-COD-CLIENTE        PIC X(06).
           05 LCR-NUM-TITULO         PIC 9(07).
           05 LCR-TIPO               PIC X(01).
               88 LCR-TIPO-VENDA          VALUE "V".
               88 LCR-TIPO-ESTORNO        VALUE "E".
               88 LCR-TIPO-PAGAMENTO      VALUE "P".
           05 LCR-VALOR              PIC 9(09)V99.
           05 LCR-FORMA-PGTO         PIC X(01).
           05 LCR-OPERADOR           PIC X(06).
