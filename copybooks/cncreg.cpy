      *===========================================
      *    == COPY: CNCREG
      *    ==OBJETIVO: LAYOUT DO ARQUIVO DE CONCILIACAO DE
      *                CARTAO/PIX (CONCILIACAO.DAT) - UM REGISTRO
      *                POR TRANSACAO DA LOJA OU DA ADQUIRENTE, COM
      *                O VALOR VENDIDO NA LOJA (VENDAS MENOS
      *                ESTORNOS) E O VALOR LIQUIDADO PELA
      *                ADQUIRENTE, MANTIDO PELO PROG-LIQUIDACAO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O ARQUIVO E INDEXADO POR
      *                CNC-NUM-TRANSACAO. CNC-VALOR-LOJA E REFEITO
      *                A CADA EXECUCAO A PARTIR DE VENDAS.DAT E
      *                VENDAS-HIST.DAT; OS VALORES DA ADQUIRENTE
      *                SAO ACUMULADOS EXTRATO A EXTRATO. SITUACAO
      *                "A" = PENDENTE (FICA ABERTA ATE UM EXTRATO
      *                POSTERIOR CASAR OS VALORES), "C" =
      *                CONCILIADA. CNC-CATEGORIA E O RESULTADO DA
      *                ULTIMA EXECUCAO (C=CONCILIADA NELA,
      *                K=CONCILIADA ANTES, L=PENDENTE NA LOJA,
      *                Q=PENDENTE NA ADQUIRENTE, D=DIFERENCA DE
      *                VALOR, P=VENDA POSTERIOR AO EXTRATO, AINDA
      *                SEM AVALIAR). DURANTE A EXECUCAO, ANTES DA
      *                CLASSIFICACAO, "E" MARCA A TRANSACAO QUE
      *                RECEBEU ESTORNO DA LOJA. O REGISTRO DE
      *                TRANSACAO ZERO E O CONTROLE:
      *                CNC-DATA-ULT-EXTRATO GUARDA A DATA
      *                DO ULTIMO EXTRATO CARREGADO, PARA O MESMO
      *                EXTRATO NAO SER SOMADO DUAS VEZES.
      *===========================================
       01  REG-CONCILIACAO.
           05 CNC-NUM-TRANSACAO      PIC 9(07).
           05 CNC-DATA-VENDA         PIC 9(08).
           05 CNC-FORMA-PGTO         PIC X(01).
           05 CNC-VALOR-LOJA         PIC S9(09)V99.
           05 CNC-VALOR-ADQ          PIC S9(09)V99.
           05 CNC-VALOR-TAXA         PIC S9(07)V99.
           05 CNC-VALOR-LIQUIDO      PIC S9(09)V99.
           05 CNC-DATA-ULT-EXTRATO   PIC 9(08).
           05 CNC-SITUACAO           PIC X(01).
               88 CNC-PENDENTE            VALUE "A".
               88 CNC-CONCILIADA          VALUE "C".
           05 CNC-DATA-CONCILIACAO   PIC 9(08).
           05 CNC-CATEGORIA          PIC X(01).
               88 CNC-CAT-CONCILIADA      VALUE "C".
               88 CNC-CAT-JA-CONCILIADA   VALUE "K".
               88 CNC-CAT-PEND-LOJA       VALUE "L".
               88 CNC-CAT-PEND-ADQ        VALUE "Q".
               88 CNC-CAT-DIFERENCA       VALUE "D".
               88 CNC-CAT-POSTERIOR       VALUE "P".
               88 CNC-CAT-ESTORNO-LOJA    VALUE "E".
