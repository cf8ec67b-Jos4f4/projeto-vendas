      *===========================================
      *    == COPY: CLIREG
      *    ==OBJETIVO: LAYOUT DO CADASTRO MESTRE DE CLIENTES A PRAZO
      *                (CLIENTES.DAT) - COMPARTILHADO ENTRE O
      *                PROG-CLIMNT (MANUTENCAO), O PROG-VENDAS (QUE
      *                VALIDA O CLIENTE E O LIMITE NA VENDA A PRAZO)
      *                E O PROG-RECEBER (CONTAS A RECEBER).
      *==DATA 21/08/2026
      *    ==OBSERVACOES: CLI-SALDO-DEVEDOR E O TOTAL EM ABERTO DO
      *                CLIENTE (TITULOS DE RECEBER.DAT MENOS
      *                ESTORNOS E PAGAMENTOS), ATUALIZADO PELO
      *                PROG-VENDAS E PELO PROG-RECEBER A CADA
      *                LANCAMENTO. UMA VENDA A PRAZO SO E ACEITA SE
      *                SALDO DEVEDOR + VALOR DO CUPOM NAO PASSAR DE
      *                CLI-LIMITE-CREDITO. O SALDO E ASSINADO PARA
      *                COMPORTAR UM ESTORNO DE VENDA JA PAGA (CREDITO
      *                A FAVOR DO CLIENTE). CLIENTES NAO SAO
      *                EXCLUIDOS, APENAS DESATIVADOS.
      *===========================================
       01  REG-CLIENTE.
           05 CLI-CODIGO             PIC X(06).
           05 CLI-NOME               PIC X(30).
           05 CLI-CPF-CNPJ           PIC X(14).
           05 CLI-TELEFONE           PIC X(15).
           05 CLI-LIMITE-CREDITO     PIC 9(09)V99.
           05 CLI-SALDO-DEVEDOR      PIC S9(09)V99.
           05 CLI-STATUS             PIC X(01).
               88 CLI-ATIVO               VALUE "A".
               88 CLI-INATIVO             VALUE "I".
