      *===========================================
      *    == COPY: LOTEREG
      *    ==OBJETIVO: LAYOUT DO REGISTRO DE LOTES PROCESSADOS
      *                (LOTES.DAT) - UM REGISTRO POR LOTE DE
      *                VENDAS-ENTRADA.DAT ACEITO PELO PROG-VENDAS,
      *                INDEXADO PELO NUMERO DO LOTE DO CABECALHO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O REGISTRO E GRAVADO COM SITUACAO "A"
      *                (EM PROCESSAMENTO) ANTES DA PRIMEIRA VENDA DO
      *                LOTE E REGRAVADO COM "P" (PROCESSADO) E OS
      *                CONTADORES NO FIM. UM LOTE JA REGISTRADO, EM
      *                QUALQUER SITUACAO, E RECUSADO PELO PROG-VENDAS:
      *                UM "A" QUE FICOU PARA TRAS INDICA RODADA
      *                INTERROMPIDA, COM PARTE DO LOTE JA GRAVADA, E
      *                DEVE SER CONFERIDO NO PROG-RECONCILIA ANTES DE
      *                QUALQUER NOVA CARGA. OS TOTAIS DO TRAILER FICAM
      *                GUARDADOS PARA A RECONCILIACAO SEM O ARQUIVO.
      *                RECUPERACAO DE UM LOTE INTERROMPIDO: (1) RODAR
      *                O PROG-RECONCILIA E VER QUANTOS REGISTROS DO
      *                LOTE FALTAM; (2) DIGITAR NO CAIXA (PROG-VENDAS,
      *                SEM LOTE) AS VENDAS QUE NAO FORAM GRAVADAS; (3)
      *                ENCERRAR O LOTE NO PROG-FECHAMES (OPCAO 4), COM
      *                AUTORIZACAO DE SUPERVISOR OU GERENTE E MOTIVO.
      *                O LOTE PASSA A "E" (ENCERRADO APOS CONFERENCIA)
      *                COM QUEM ENCERROU, QUEM AUTORIZOU, QUANDO E POR
      *                QUE; O EVENTO VAI PARA PERIODOS-LOG.DAT E
      *                SEGURANCA.DAT. UM LOTE "E" NAO IMPEDE MAIS O
      *                FECHAMENTO DO MES E CONTINUA RECUSADO PELO
      *                PROG-VENDAS. OS CAMPOS DE ENCERRAMENTO FICAM EM
      *                BRANCO/ZERO NOS LOTES "A" E "P".
      *===========================================
       01  REG-LOTE.
           05 LOT-NUM-LOTE           PIC X(12).
           05 LOT-ORIGEM             PIC X(10).
           05 LOT-DATA-NEGOCIO       PIC 9(08).
           05 LOT-DATA-PROC          PIC 9(08).
           05 LOT-HORA-PROC          PIC 9(06).
           05 LOT-TRL-QTDE-REG       PIC 9(07).
           05 LOT-TRL-VALOR-TOTAL    PIC 9(11)V99.
           05 LOT-TRL-QTDE-TOTAL     PIC 9(09).
           05 LOT-LIDOS              PIC 9(07).
           05 LOT-ACEITOS            PIC 9(07).
           05 LOT-REJEITADOS         PIC 9(07).
           05 LOT-SITUACAO           PIC X(01).
               88 LOT-EM-PROCESSAMENTO   VALUE "A".
               88 LOT-PROCESSADO         VALUE "P".
               88 LOT-ENCERRADO          VALUE "E".
           05 LOT-DATA-ENCERRAMENTO  PIC 9(08).
           05 LOT-HORA-ENCERRAMENTO  PIC 9(06).
           05 LOT-OPER-ENCERRAMENTO  PIC X(06).
           05 LOT-SUPERVISOR-ENC     PIC X(06).
           05 LOT-MOTIVO-ENCERRAMENTO PIC X(40).
