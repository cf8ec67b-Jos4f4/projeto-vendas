      *===========================================
      *    == COPY: PERLOG
      *    ==OBJETIVO: LAYOUT DO REGISTRO DO HISTORICO DE
      *                FECHAMENTOS E REABERTURAS DE PERIODO
      *                (PERIODOS-LOG.DAT) - GRAVADO PELO PROG-FECHAMES,
      *                UM REGISTRO POR EVENTO, SOMENTE ACRESCIMO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: PLG-OPERADOR E QUEM EXECUTOU O PROGRAMA;
      *                NA REABERTURA PLG-SUPERVISOR E QUEM AUTORIZOU
      *                E PLG-MOTIVO E O MOTIVO INFORMADO (EM BRANCO
      *                NO FECHAMENTO). O EVENTO "L" E O ENCERRAMENTO
      *                DE UM LOTE INTERROMPIDO (VER LOTEREG.CPY), COM
      *                O LOTE EM PLG-NUM-LOTE E PLG-ANO-MES = MES DA
      *                DATA DE NEGOCIO DO LOTE; NOS DEMAIS EVENTOS
      *                PLG-NUM-LOTE FICA EM BRANCO.
      *===========================================
       01  REG-PERIODO-LOG.
           05 PLG-DATA               PIC 9(08).
           05 PLG-HORA               PIC 9(06).
           05 PLG-ANO-MES            PIC 9(06).
           05 PLG-EVENTO             PIC X(01).
               88 PLG-EVENTO-FECHAMENTO   VALUE "F".
               88 PLG-EVENTO-REABERTURA   VALUE "R".
               88 PLG-EVENTO-LOTE         VALUE "L".
           05 PLG-OPERADOR           PIC X(06).
           05 PLG-SUPERVISOR         PIC X(06).
           05 PLG-MOTIVO             PIC X(40).
           05 PLG-NUM-LOTE           PIC X(12).
