      *===========================================
      *    == COPY: PERREG
      *    ==OBJETIVO: LAYOUT DO REGISTRO DE CONTROLE DE PERIODOS
      *                CONTABEIS (PERIODOS.DAT) - UM REGISTRO POR
      *                MES FECHADO PELO PROG-FECHAMES, INDEXADO PELO
      *                ANO/MES (AAAAMM).
      *==DATA 21/08/2026
      *    ==OBSERVACOES: MES SEM REGISTRO ESTA ABERTO. COM
      *                SITUACAO "F" (FECHADO) O PROG-VENDAS, O
      *                PROG-REPROC, O PROG-ESTOQUE E A EXPORTACAO
      *                CONTABIL RECUSAM LANCAMENTOS DATADOS NO MES.
      *                A REABERTURA ("R") EXIGE UM SUPERVISOR E GUARDA
      *                QUEM, QUANDO E POR QUE; O MES PODE SER FECHADO
      *                DE NOVO, E OS TOTAIS DO RESUMO SAO OS DO ULTIMO
      *                FECHAMENTO. O HISTORICO COMPLETO DE FECHAMENTOS
      *                E REABERTURAS FICA EM PERIODOS-LOG.DAT.
      *===========================================
       01  REG-PERIODO.
           05 PER-ANO-MES            PIC 9(06).
           05 PER-SITUACAO           PIC X(01).
               88 PER-FECHADO             VALUE "F".
               88 PER-REABERTO            VALUE "R".
           05 PER-DATA-FECHAMENTO    PIC 9(08).
           05 PER-HORA-FECHAMENTO    PIC 9(06).
           05 PER-OPER-FECHAMENTO    PIC X(06).
           05 PER-QTDE-CUPONS        PIC 9(07).
           05 PER-QTDE-ESTORNOS      PIC 9(07).
           05 PER-QTDE-LOTES         PIC 9(05).
           05 PER-VALOR-VENDAS       PIC 9(11)V99.
           05 PER-VALOR-ESTORNOS     PIC 9(11)V99.
           05 PER-VALOR-ICMS         PIC S9(11)V99.
           05 PER-VALOR-LIQUIDO      PIC S9(11)V99.
           05 PER-DATA-REABERTURA    PIC 9(08).
           05 PER-HORA-REABERTURA    PIC 9(06).
           05 PER-SUPERVISOR         PIC X(06).
           05 PER-MOTIVO-REABERTURA  PIC X(40).
           05 PER-QTDE-REABERTURAS   PIC 9(03).
