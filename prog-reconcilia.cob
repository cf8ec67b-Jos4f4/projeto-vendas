       PROGRAM-ID. PROG-RECONCILIA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RECONCILIACAO INDEPENDENTE DE UM LOTE -
      *                CONFERE SE O NUMERO DE REGISTROS DE DETALHE
      *                DO LOTE BATE COM A SOMA DOS REGISTROS
      *                GRAVADOS EM VENDAS.DAT, EM VENDAS-HIST.DAT (JA
      *                ARQUIVADOS PELO PROG-ARQUIVA) E EM
      *                REJEITADOS.DAT COM O MESMO NUMERO DE LOTE,
      *                SEM DEPENDER DOS
      *                ACUMULADOS CALCULADOS PELO PROPRIO
      *                PROG-VENDAS.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: ESTE PROGRAMA NAO ALTERA OS ARQUIVOS DE
      *                DADOS - APENAS LE E CONFERE OS TOTAIS DE
      *                CONTROLE; GRAVA SOMENTE O RELATORIO DO LOTE
      *                (RECONCILIA-<LOTE>.REL) E OS REGISTROS DO
      *                JORNAL DE EXECUCAO. O LOTE E O DO CABECALHO
      *                DE VENDAS-ENTRADA.DAT; SEM O ARQUIVO, E O
      *                ULTIMO LOTE GRAVADO EM LOTES.DAT, CONFERIDO
      *                PELA QUANTIDADE DE REGISTROS DO TRAILER.
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS REG-VENDA-CHAVE
               FILE STATUS IS WRK-VENDAS-STATUS.

           SELECT VENDAS-HIST
               ASSIGN TO "VENDAS-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT REJEITADOS-FILE
               ASSIGN TO "REJEITADOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REJ-STATUS.

           SELECT LOTES-FILE
               ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUM-LOTE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT RELATORIO-FILE
               ASSIGN TO WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
       FD  VENDAS-FILE.
           COPY "vendareg.cpy".

       FD  VENDAS-HIST.
           COPY "vendareg.cpy" REPLACING
               ==REG-VENDA== BY ==REG-VENDA-HIST==
               LEADING ==REG-VENDA== BY ==HIST==.

       FD  REJEITADOS-FILE.
           COPY "rejreg.cpy".

       FD  LOTES-FILE.
           COPY "lotereg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE     SECTION.
       77 WRK-ENT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VENDAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-CONT-ENTRADA PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-ACEITAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-HIST PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-REJEITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-APURADO PIC 9(07) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(07) VALUE ZEROS.
       77 WRK-LOT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-NUM-LOTE PIC X(12) VALUE SPACES.
       77 WRK-LOTE-ORIGEM PIC X(10) VALUE SPACES.
       77 WRK-LOTE-DATA-NEGOCIO PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-LOTE-NO-REGISTRO PIC X(01) VALUE "N".
       77 WRK-ENTRADA-LIDA PIC X(01) VALUE "N".
       77 WRK-ACHOU-TRAILER PIC X(01) VALUE "N".
       77 WRK-TRL-QTDE-REG PIC 9(07) VALUE ZEROS.
       77 WRK-ULT-PROC PIC 9(14) VALUE ZEROS.
       77 WRK-PROC-LOTE PIC 9(14) VALUE ZEROS.
       77 WRK-REL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REL-OK PIC X(01) VALUE "N".
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0100-CONTAR-ENTRADA.
           PERFORM 0150-CONSULTAR-LOTE.
           IF WRK-NUM-LOTE EQUAL SPACES
               DISPLAY "NENHUM LOTE A RECONCILIAR - SEM CABECALHO EM "
                       "VENDAS-ENTRADA.DAT E SEM LOTES EM LOTES.DAT"
           ELSE
               PERFORM 0200-CONTAR-ACEITAS
               PERFORM 0300-CONTAR-REJEITADAS
               PERFORM 0400-COMPARAR-TOTAIS
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * CONTA OS DETALHES DO LOTE EM VENDAS-ENTRADA.DAT. O NUMERO
      * DO LOTE VEM DO CABECALHO (PRIMEIRO REGISTRO); UM ARQUIVO
      * SEM CABECALHO NAO IDENTIFICA LOTE E E DESCONSIDERADO.
       0100-CONTAR-ENTRADA     SECTION.
           OPEN INPUT VENDAS-ENTRADA.
           IF WRK-ENT-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: VENDAS-ENTRADA.DAT NAO ENCONTRADO - "
                       "RECONCILIANDO O ULTIMO LOTE DE LOTES.DAT"
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               READ VENDAS-ENTRADA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ENT-REG-CABECALHO AND
                               ENT-HDR-NUM-LOTE NOT EQUAL SPACES
                           MOVE ENT-HDR-NUM-LOTE TO WRK-NUM-LOTE
                           MOVE ENT-HDR-ORIGEM TO WRK-LOTE-ORIGEM
                           MOVE ENT-HDR-DATA-NEGOCIO TO
                                   WRK-LOTE-DATA-NEGOCIO
                           MOVE "S" TO WRK-ENTRADA-LIDA
                       ELSE
                           DISPLAY "AVISO: VENDAS-ENTRADA.DAT SEM "
                                   "CABECALHO DE LOTE - DESCONSIDERADO"
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       END-IF
               END-READ
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-ENTRADA
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF ENT-REG-DETALHE
                               ADD 1 TO WRK-CONT-ENTRADA
                           END-IF
                           IF ENT-REG-TRAILER
                               MOVE "S" TO WRK-ACHOU-TRAILER
                               MOVE ENT-TRL-QTDE-REG TO
                                       WRK-TRL-QTDE-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS-ENTRADA
           END-IF.

      * SITUACAO DO LOTE NO REGISTRO DE LOTES PROCESSADOS. SEM O
      * ARQUIVO DE ENTRADA, O LOTE CONFERIDO E O DE PROCESSAMENTO
      * MAIS RECENTE, COM A QUANTIDADE ESPERADA TIRADA DO TRAILER
      * GUARDADO NO REGISTRO.
       0150-CONSULTAR-LOTE     SECTION.
           OPEN INPUT LOTES-FILE.
           IF WRK-LOT-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: REGISTRO DE LOTES (LOTES.DAT) "
                       "INDISPONIVEL - STATUS: " WRK-LOT-STATUS
           ELSE
               IF WRK-ENTRADA-LIDA EQUAL "S"
                   MOVE WRK-NUM-LOTE TO LOT-NUM-LOTE
                   READ LOTES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-LOTE-NO-REGISTRO
                           MOVE LOT-SITUACAO TO WRK-LOTE-SITUACAO
                   END-READ
               ELSE
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                       READ LOTES-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WRK-FIM-ARQUIVO
                           NOT AT END
                               COMPUTE WRK-PROC-LOTE =
                                       LOT-DATA-PROC * 1000000 +
                                       LOT-HORA-PROC
                               IF WRK-PROC-LOTE > WRK-ULT-PROC
                                   MOVE WRK-PROC-LOTE TO WRK-ULT-PROC
                                   MOVE "S" TO WRK-LOTE-NO-REGISTRO
                                   MOVE LOT-NUM-LOTE TO WRK-NUM-LOTE
                                   MOVE LOT-ORIGEM TO WRK-LOTE-ORIGEM
                                   MOVE LOT-DATA-NEGOCIO TO
                                           WRK-LOTE-DATA-NEGOCIO
                                   MOVE LOT-SITUACAO TO
                                           WRK-LOTE-SITUACAO
                                   MOVE LOT-TRL-QTDE-REG TO
                                           WRK-CONT-ENTRADA
                                   MOVE "S" TO WRK-ACHOU-TRAILER
                                   MOVE LOT-TRL-QTDE-REG TO
                                           WRK-TRL-QTDE-REG
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE LOTES-FILE
           END-IF.

       0200-CONTAR-ACEITAS     SECTION.
           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT EQUAL "00"
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF REG-VENDA-NUM-LOTE EQUAL WRK-NUM-LOTE
                                   AND REG-VENDA-NUM-ITEM EQUAL 1
                               ADD 1 TO WRK-CONT-ACEITAS
                           END-IF
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF.
           PERFORM 0250-CONTAR-HISTORICO.

      * VENDAS DO LOTE JA MOVIDAS PARA O HISTORICO PELO PROG-ARQUIVA
      * CONTINUAM SENDO DO LOTE; A CONTAGEM E A MESMA, POR CUPOM.
      * SEM HISTORICO (STATUS 35) NADA FOI ARQUIVADO AINDA.
       0250-CONTAR-HISTORICO     SECTION.
           OPEN INPUT VENDAS-HIST.
           IF WRK-HIST-STATUS NOT EQUAL "00"
               IF WRK-HIST-STATUS NOT EQUAL "35"
                   DISPLAY "AVISO: VENDAS-HIST.DAT INDISPONIVEL - "
                           "STATUS: " WRK-HIST-STATUS
                   MOVE WRK-HIST-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               END-IF
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-HIST
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF HIST-NUM-LOTE EQUAL WRK-NUM-LOTE
                                   AND HIST-NUM-ITEM EQUAL 1
                               ADD 1 TO WRK-CONT-HIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS-HIST
           END-IF.

       0300-CONTAR-REJEITADAS     SECTION.
           OPEN INPUT REJEITADOS-FILE.
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF REJ-NUM-LOTE EQUAL WRK-NUM-LOTE
                               ADD 1 TO WRK-CONT-REJEITADAS
                           END-IF
                   END-READ
           END-IF.

      * O RESULTADO DA CONFERENCIA E GRAVADO EM ARQUIVO DATADO
      * (RECONCILIA-<LOTE>.REL) PARA ARQUIVAMENTO E AUDITORIA; O
      * VEREDITO TAMBEM SAI NO CONSOLE PARA O OPERADOR DE PLANTAO.
       0400-COMPARAR-TOTAIS     SECTION.
           COMPUTE WRK-CONT-APURADO =
                   WRK-CONT-ACEITAS + WRK-CONT-HIST +
                   WRK-CONT-REJEITADAS.
           COMPUTE WRK-DIFERENCA =
                   WRK-CONT-ENTRADA - WRK-CONT-APURADO.
           PERFORM 0810-ABRIR-RELATORIO.
           STRING "LOTE: " DELIMITED BY SIZE
                   WRK-NUM-LOTE DELIMITED BY SIZE
                   "  ORIGEM: " DELIMITED BY SIZE
                   WRK-LOTE-ORIGEM DELIMITED BY SIZE
                   "  DATA DE NEGOCIO: " DELIMITED BY SIZE
                   WRK-LOTE-DATA-NEGOCIO DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-LOTE-NO-REGISTRO NOT EQUAL "S"
               MOVE "SITUACAO: NAO PROCESSADO (AUSENTE DE LOTES.DAT)"
                       TO WRK-LINHA
           ELSE
           IF WRK-LOTE-SITUACAO EQUAL "A"
               MOVE "SITUACAO: EM PROCESSAMENTO - RODADA INTERROMPIDA"
                       TO WRK-LINHA
           ELSE
           IF WRK-LOTE-SITUACAO EQUAL "E"
               MOVE "SITUACAO: ENCERRADO APOS CONFERENCIA" TO
                       WRK-LINHA
           ELSE
               MOVE "SITUACAO: PROCESSADO" TO WRK-LINHA
           END-IF
           END-IF
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-ENTRADA-LIDA EQUAL "S"
               IF WRK-ACHOU-TRAILER NOT EQUAL "S"
                   MOVE "*** VENDAS-ENTRADA.DAT SEM TRAILER ***" TO
                           WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               ELSE
               IF WRK-TRL-QTDE-REG NOT EQUAL WRK-CONT-ENTRADA
                   MOVE WRK-TRL-QTDE-REG TO WRK-CONT-ED
                   STRING "*** TRAILER INFORMA " DELIMITED BY SIZE
                           WRK-CONT-ED DELIMITED BY SIZE
                           " REGISTROS ***" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
               END-IF
               MOVE WRK-CONT-ENTRADA TO WRK-CONT-ED
               STRING "DETALHES EM VENDAS-ENTRADA.DAT: "
                       DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
           ELSE
               MOVE WRK-CONT-ENTRADA TO WRK-CONT-ED
               STRING "REGISTROS NO TRAILER (LOTES.DAT): "
                       DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-ACEITAS TO WRK-CONT-ED.
           STRING "ACEITOS EM VENDAS.DAT (LOTE): "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-HIST TO WRK-CONT-ED.
           STRING "ACEITOS EM VENDAS-HIST.DAT (LOTE): "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-REJEITADAS TO WRK-CONT-ED.
           STRING "REJEITADOS EM REJEITADOS.DAT (LOTE): "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
                       DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE "VERIFICAR SE O LOTE JA FOI PROCESSADO, SE A"
                       TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE "RODADA FOI INTERROMPIDA (SITUACAO ACIMA) OU SE"
                       TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE "HOUVE FALHA DE GRAVACAO NO JORNAL DA RODADA."
                       TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               IF WRK-LOTE-SITUACAO EQUAL "E"
                   MOVE "LOTE ENCERRADO NO PROG-FECHAMES: A FALTA FOI"
                           TO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
                   MOVE "DIGITADA NO CAIXA, SEM O NUMERO DO LOTE."
                           TO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
               DISPLAY "*** DIVERGENCIA ENCONTRADA: "
                       WRK-DIFERENCA-ED
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "RECONCILIA-" DELIMITED BY SIZE
                   WRK-NUM-LOTE DELIMITED BY SPACE
                   ".REL" DELIMITED BY SIZE
                   INTO WRK-NOME-RELATORIO.
           MOVE "N" TO WRK-REL-OK.
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "B" TO JRN-MODO
               MOVE WRK-CONT-ENTRADA TO JRN-LIDOS
               COMPUTE JRN-ACEITOS = WRK-CONT-ACEITAS + WRK-CONT-HIST
               MOVE WRK-CONT-REJEITADAS TO JRN-REJEITADOS
               MOVE WRK-PIOR-STATUS TO JRN-PIOR-STATUS
               MOVE WRK-JRN-TERMINO TO JRN-TERMINO
