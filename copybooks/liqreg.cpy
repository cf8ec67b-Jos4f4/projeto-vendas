      *===========================================
      *    == COPY: LIQREG
      *    ==OBJETIVO: LAYOUT DO EXTRATO DIARIO DE LIQUIDACAO DA
      *                ADQUIRENTE DE CARTAO/PIX (LIQUIDACAO.DAT) -
      *                UMA LINHA POR TRANSACAO LIQUIDADA OU
      *                CANCELADA NO DIA, LIDA PELO PROG-LIQUIDACAO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: LIQ-NUM-TRANSACAO E O NUMERO DA
      *                TRANSACAO DA LOJA (REG-VENDA-NUM-TRANSACAO)
      *                ENVIADO AO TERMINAL COMO REFERENCIA DA
      *                VENDA. LIQ-TIPO "E" E CANCELAMENTO/ESTORNO
      *                DEBITADO PELA ADQUIRENTE. LIQ-VALOR-TAXA E A
      *                TAXA/DESCONTO RETIDO E LIQ-VALOR-LIQUIDO O
      *                CREDITADO EM CONTA. LIQ-DATA-EXTRATO E A
      *                MESMA EM TODAS AS LINHAS DE UM EXTRATO.
      *===========================================
       01  REG-LIQUIDACAO.
           05 LIQ-DATA-EXTRATO       PIC 9(08).
           05 LIQ-DATA-VENDA         PIC 9(08).
           05 LIQ-NUM-TRANSACAO      PIC 9(07).
           05 LIQ-FORMA-PGTO         PIC X(01).
               88 LIQ-PGTO-CARTAO         VALUE "C".
               88 LIQ-PGTO-PIX            VALUE "P".
           05 LIQ-TIPO               PIC X(01).
               88 LIQ-TIPO-VENDA          VALUE "V".
               88 LIQ-TIPO-ESTORNO        VALUE "E".
           05 LIQ-VALOR-BRUTO        PIC 9(09)V99.
           05 LIQ-VALOR-TAXA         PIC 9(07)V99.
           05 LIQ-VALOR-LIQUIDO      PIC 9(09)V99.
