      *                (CTB-FORMA-PGTO), COM ESTORNOS ABATIDOS DA
      *                FORMA QUE DEVOLVEM, PARA A CONTABILIDADE
      *                LANCAR CAIXA E RECEBIVEIS DE CARTAO/PIX EM
      *                CONTAS DISTINTAS; A FORMA "A" (A PRAZO) E O
      *                QUE FOI VENDIDO PARA CONTAS A RECEBER DE
      *                CLIENTES, FORA DO CAIXA. OS REGISTROS DE TIPO
      *                "R" SAO OS RECEBIMENTOS DE CLIENTES GRAVADOS
      *                PELO PROG-RECEBER (UM POR PAGAMENTO, COM A
      *                FORMA EM QUE O CLIENTE PAGOU E O CODIGO DO
      *                CLIENTE EM CTB-COD-PRODUTO); O FECHAMENTO DO
      *                PROG-VENDAS PRESERVA ESSES REGISTROS AO
      *                SUBSTITUIR OS DA SUA DATA.
      *===========================================
       01  REG-CONTABIL.
           05 CTB-TIPO-REG           PIC X(01).
               88 CTB-TIPO-CABECALHO     VALUE "H".
               88 CTB-TIPO-DETALHE       VALUE "D".
               88 CTB-TIPO-PAGAMENTO     VALUE "P".
               88 CTB-TIPO-RECEBIMENTO   VALUE "R".
           05 CTB-DATA               PIC 9(08).
           05 CTB-FORMA-PGTO         PIC X(01).
           05 CTB-COD-PRODUTO        PIC X(10).
