      *===========================================
      *    == COPY: RECREG
      *    ==OBJETIVO: LAYOUT DO TITULO DE CONTAS A RECEBER
      *                (RECEBER.DAT) - UM REGISTRO POR CUPOM VENDIDO
      *                A PRAZO, GRAVADO PELO PROG-VENDAS E BAIXADO
      *                PELO PROG-RECEBER.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O ARQUIVO E INDEXADO POR CLIENTE + NUMERO
      *                DO TITULO (O NUMERO DA TRANSACAO DA VENDA), O
      *                QUE DEIXA OS TITULOS DE UM CLIENTE EM ORDEM
      *                DE EMISSAO. SALDO DO TITULO = ORIGINAL -
      *                ESTORNADO - PAGO; O TITULO FICA QUITADO ("Q")
      *                QUANDO O SALDO CHEGA A ZERO. O VENCIMENTO E A
      *                EMISSAO MAIS O PRAZO PADRAO DE 30 DIAS; AS
      *                FAIXAS DO RELATORIO DE AGING CONTAM OS DIAS
      *                DESDE A EMISSAO (A FAIXA CORRENTE, ATE 30
      *                DIAS, E A DOS TITULOS AINDA NO PRAZO).
      *===========================================
       01  REG-RECEBER.
           05 REC-CHAVE.
               10 REC-COD-CLIENTE    PIC X(06).
               10 REC-NUM-TITULO     PIC 9(07).
           05 REC-DATA-EMISSAO       PIC 9(08).
           05 REC-DATA-VENCIMENTO    PIC 9(08).
           05 REC-VALOR-ORIGINAL     PIC 9(09)V99.
           05 REC-VALOR-ESTORNADO    PIC 9(09)V99.
           05 REC-VALOR-PAGO         PIC 9(09)V99.
           05 REC-DATA-ULT-PAGTO     PIC 9(08).
           05 REC-SITUACAO           PIC X(01).
               88 REC-ABERTO              VALUE "A".
               88 REC-QUITADO             VALUE "Q".
