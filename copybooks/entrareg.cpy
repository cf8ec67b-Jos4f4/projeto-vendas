      *                UNITARIO E ENT-QTDE A QUANTIDADE VENDIDA
      *                (ZERO E REJEITADO PELO PROG-VENDAS).
      *                ENT-FORMA-PGTO SEGUE REG-VENDA-FORMA-PGTO
      *                (D=DINHEIRO, C=CARTAO, P=PIX, A=A PRAZO); EM
      *                BRANCO E ASSUMIDO DINHEIRO, QUALQUER OUTRO
      *                CODIGO E REJEITADO. NA VENDA A PRAZO
      *                ENT-COD-CLIENTE E OBRIGATORIO.
      *                O ARQUIVO E UM LOTE: O PRIMEIRO REGISTRO E O
      *                CABECALHO (ENT-TIPO-REG "H" - NUMERO DO LOTE,
      *                ORIGEM E DATA DE NEGOCIO), O ULTIMO E O
      *                TRAILER (ENT-TIPO-REG "T" - QUANTIDADE DE
      *                REGISTROS DE DETALHE, VALOR TOTAL = SOMA DE
      *                ENT-VALOR X ENT-QTDE E QUANTIDADE TOTAL = SOMA
      *                DE ENT-QTDE) E OS DEMAIS SAO DETALHES
      *                (ENT-TIPO-REG "D" OU BRANCO). CABECALHO E
      *                TRAILER REDEFINEM A AREA DE DETALHE.
      *===========================================
       01  REG-ENTRADA.
           05 ENT-DETALHE.
               10 ENT-COD-PRODUTO        PIC X(10).
               10 ENT-VALOR              PIC 9(05)V99.
               10 ENT-QTDE               PIC 9(05).
               10 ENT-FORMA-PGTO         PIC X(01).
               10 ENT-OPERADOR           PIC X(06).
               10 ENT-TIPO               PIC X(01).
                   88 ENT-TIPO-NORMAL        VALUE "V" SPACE.
                   88 ENT-TIPO-ESTORNO       VALUE "E".
               10 ENT-ESTORNO-DE         PIC 9(07).
               10 ENT-COD-CLIENTE        PIC X(06).
           05 ENT-CABECALHO REDEFINES ENT-DETALHE.
               10 ENT-HDR-NUM-LOTE       PIC X(12).
               10 ENT-HDR-ORIGEM         PIC X(10).
               10 ENT-HDR-DATA-NEGOCIO   PIC 9(08).
               10 FILLER                 PIC X(13).
           05 ENT-TRAILER REDEFINES ENT-DETALHE.
               10 ENT-TRL-QTDE-REG       PIC 9(07).
               10 ENT-TRL-VALOR-TOTAL    PIC 9(11)V99.
               10 ENT-TRL-QTDE-TOTAL     PIC 9(09).
               10 FILLER                 PIC X(14).
           05 ENT-TIPO-REG           PIC X(01).
               88 ENT-REG-CABECALHO      VALUE "H".
               88 ENT-REG-DETALHE        VALUE "D" SPACE.
               88 ENT-REG-TRAILER        VALUE "T".
