       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-LIQUIDACAO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONCILIACAO DAS VENDAS EM CARTAO E PIX COM O
      *                EXTRATO DIARIO DE LIQUIDACAO DA ADQUIRENTE
      *                (LIQUIDACAO.DAT) - CASA AS LINHAS "C" E "P"
      *                DE VENDAS.DAT (COM OS ESTORNOS ABATIDOS DA
      *                VENDA ORIGINAL) COM O QUE A ADQUIRENTE
      *                EFETIVAMENTE PAGOU, POR TRANSACAO, DATA E
      *                VALOR, E EMITE O RELATORIO DATADO COM AS
      *                CONCILIADAS, AS PENDENTES NA LOJA, AS
      *                PENDENTES NA ADQUIRENTE, AS DIFERENCAS DE
      *                VALOR E AS TAXAS/DESCONTOS RETIDOS.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: AS PENDENCIAS FICAM EM CONCILIACAO.DAT
      *                (VER CNCREG.CPY) E SO SAEM QUANDO UM EXTRATO
      *                POSTERIOR CASA OS VALORES. O VALOR DA LOJA E
      *                REFEITO A CADA EXECUCAO A PARTIR DO ARQUIVO
      *                VIVO E DO HISTORICO (UM ESTORNO TARDIO
      *                REABRE A TRANSACAO); OS VALORES DA ADQUIRENTE
      *                SAO ACUMULADOS E O MESMO EXTRATO NAO E
      *                CARREGADO DUAS VEZES. SEM LIQUIDACAO.DAT A
      *                EXECUCAO SO REAVALIA AS PENDENCIAS. VENDAS
      *                POSTERIORES A DATA DO EXTRATO FICAM PARA O
      *                PROXIMO, SEM ALTERACAO (CATEGORIA "P"). LINHA
      *                DO EXTRATO COM DATA DE VENDA DIFERENTE DA DA
      *                LOJA NAO E SOMADA: SAI NO RELATORIO COMO
      *                DIVERGENTE E A TRANSACAO FICA PENDENTE. LOJA E
      *                ADQUIRENTE ZERADAS SO CONCILIAM NO ESTORNO
      *                TOTAL DA VENDA NA LOJA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACAO-FILE
               ASSIGN TO "LIQUIDACAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LIQ-STATUS.

           SELECT CONCILIACAO-FILE
               ASSIGN TO "CONCILIACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNC-NUM-TRANSACAO
               FILE STATUS IS WRK-CNC-STATUS.

           SELECT VENDAS-FILE
               ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-VENDA-CHAVE
               FILE STATUS IS WRK-VENDAS-STATUS.

           SELECT VENDAS-HIST
               ASSIGN TO "VENDAS-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT RELATORIO-FILE
               ASSIGN TO WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  LIQUIDACAO-FILE.
           COPY "liqreg.cpy".

       FD  CONCILIACAO-FILE.
           COPY "cncreg.cpy".

       FD  VENDAS-FILE.
           COPY "vendareg.cpy".

       FD  VENDAS-HIST.
           COPY "vendareg.cpy" REPLACING
               ==REG-VENDA== BY ==REG-VENDA-HIST==
               LEADING ==REG-VENDA== BY ==HIST==.

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE     SECTION.
       77 WRK-LIQ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CNC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VENDAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-EXTRATO-OK PIC X(01) VALUE "N".
       77 WRK-DATA-EXTRATO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ULT-EXTRATO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-TRANS-REF PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-MOV PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CONT-TAXA-DIVERG PIC 9(07) VALUE ZEROS.
       77 WRK-CATEGORIA-LISTA PIC X(01) VALUE SPACES.
       77 WRK-CONT-LINHAS-EXTRATO PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-CONCILIADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-PEND-LOJA PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-PEND-ADQ PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-DIFERENCAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-POSTERIORES PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-DATA-DIVERG PIC 9(07) VALUE ZEROS.
       77 WRK-TAB-DIV-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-LISTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-BRUTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LISTA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-JRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-JRN-TIPO PIC X(01) VALUE SPACES.
       77 WRK-JRN-TERMINO PIC X(01) VALUE SPACES.
       77 WRK-PIOR-STATUS PIC X(02) VALUE "00".
       77 WRK-STATUS-ERRO PIC X(02) VALUE SPACES.
       77 WRK-REL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REL-OK PIC X(01) VALUE "N".
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-LIN-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-POR-PAGINA PIC 9(02) VALUE 56.

      * LINHAS DO EXTRATO NAO SOMADAS POR DATA DE VENDA DIVERGENTE,
      * GUARDADAS PARA O RELATORIO.
       01 WRK-TAB-DIVERGENTES.
           05 WRK-TAB-DIV-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-TAB-DIV-IDX.
               10 TAB-DIV-TRANSACAO  PIC 9(07).
               10 TAB-DIV-DATA-LIQ   PIC 9(08).
               10 TAB-DIV-DATA-LOJA  PIC 9(08).
               10 TAB-DIV-TIPO       PIC X(01).
               10 TAB-DIV-VALOR      PIC S9(09)V99.

       01 WRK-TITULO-LISTA PIC X(60) VALUE SPACES.
       01 WRK-VAL-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VAL2-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VAL3-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-CONT-ED PIC Z.ZZZ.ZZ9.
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-NUM-PAGINA-ED PIC ZZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0010-ABRIR-ARQUIVOS.
           PERFORM 0050-VERIFICAR-EXTRATO.
           PERFORM 0100-ZERAR-VALORES-LOJA.
           PERFORM 0200-ACUMULAR-VENDAS.
           IF WRK-EXTRATO-OK EQUAL "S"
               PERFORM 0300-CARREGAR-EXTRATO
           END-IF.
           PERFORM 0400-AVALIAR-PENDENCIAS.
           PERFORM 0500-IMPRIMIR.
           CLOSE CONCILIACAO-FILE.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * O ARQUIVO DE CONCILIACAO E CRIADO NA PRIMEIRA EXECUCAO,
      * JA COM O REGISTRO DE CONTROLE (TRANSACAO ZERO).
       0010-ABRIR-ARQUIVOS     SECTION.
           OPEN I-O CONCILIACAO-FILE.
           IF WRK-CNC-STATUS EQUAL "35"
               OPEN OUTPUT CONCILIACAO-FILE
               IF WRK-CNC-STATUS EQUAL "00"
                   INITIALIZE REG-CONCILIACAO
                   MOVE ZEROS TO CNC-NUM-TRANSACAO
                   MOVE "C" TO CNC-SITUACAO
                   WRITE REG-CONCILIACAO
                   CLOSE CONCILIACAO-FILE
                   OPEN I-O CONCILIACAO-FILE
               END-IF
           END-IF.
           IF WRK-CNC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "CONCILIACAO.DAT - STATUS: " WRK-CNC-STATUS
               MOVE WRK-CNC-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               MOVE "F" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.
           MOVE ZEROS TO CNC-NUM-TRANSACAO.
           READ CONCILIACAO-FILE
               INVALID KEY
                   MOVE ZEROS TO WRK-DATA-ULT-EXTRATO
               NOT INVALID KEY
                   MOVE CNC-DATA-ULT-EXTRATO TO WRK-DATA-ULT-EXTRATO
           END-READ.

      * O EXTRATO SO E CARREGADO SE FOR POSTERIOR AO ULTIMO JA
      * CARREGADO - O MESMO ARQUIVO RODADO DUAS VEZES DOBRARIA O
      * VALOR PAGO PELA ADQUIRENTE. A DATA DE CORTE DAS VENDAS DA
      * LOJA E A DATA DO EXTRATO (HOJE, SEM EXTRATO).
       0050-VERIFICAR-EXTRATO     SECTION.
           MOVE "N" TO WRK-EXTRATO-OK.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE.
           OPEN INPUT LIQUIDACAO-FILE.
           IF WRK-LIQ-STATUS NOT EQUAL "00"
               DISPLAY "LIQUIDACAO.DAT NAO ENCONTRADO - SOMENTE "
                       "REAVALIACAO DAS PENDENCIAS"
           ELSE
               READ LIQUIDACAO-FILE
                   AT END
                       DISPLAY "EXTRATO DE LIQUIDACAO VAZIO"
                   NOT AT END
                       MOVE LIQ-DATA-EXTRATO TO WRK-DATA-EXTRATO
                       IF WRK-DATA-EXTRATO NOT GREATER
                               WRK-DATA-ULT-EXTRATO
                           DISPLAY "EXTRATO DE " WRK-DATA-EXTRATO
                                   " JA CARREGADO (ULTIMO: "
                                   WRK-DATA-ULT-EXTRATO
                                   ") - EXTRATO IGNORADO"
                       ELSE
                           MOVE "S" TO WRK-EXTRATO-OK
                           MOVE WRK-DATA-EXTRATO TO WRK-DATA-CORTE
                       END-IF
               END-READ
               CLOSE LIQUIDACAO-FILE
           END-IF.

      * ZERA O VALOR DA LOJA PARA SER REFEITO EM 0200 E LIMPA A
      * CATEGORIA, QUE ATE O 0410 SO GUARDA A MARCA "E" (ESTORNO DA
      * LOJA). TRANSACAO COM VENDA POSTERIOR AO CORTE NAO E MEXIDA -
      * AS VENDAS DELA NAO SERIAM SOMADAS DE VOLTA.
       0100-ZERAR-VALORES-LOJA     SECTION.
           MOVE ZEROS TO CNC-NUM-TRANSACAO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START CONCILIACAO-FILE KEY GREATER CNC-NUM-TRANSACAO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CONCILIACAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CNC-DATA-VENDA NOT GREATER WRK-DATA-CORTE
                           MOVE ZEROS TO CNC-VALOR-LOJA
                           MOVE SPACE TO CNC-CATEGORIA
                           PERFORM 0150-REGRAVAR-CONCILIACAO
                       END-IF
               END-READ
           END-PERFORM.

       0150-REGRAVAR-CONCILIACAO     SECTION.
           REWRITE REG-CONCILIACAO.
           IF WRK-CNC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR CONCILIACAO.DAT - "
                       "TRANSACAO: " CNC-NUM-TRANSACAO " STATUS: "
                       WRK-CNC-STATUS
               MOVE WRK-CNC-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           END-IF.

      * VALOR DA LOJA POR TRANSACAO: SOMA DAS LINHAS DE VENDA EM
      * CARTAO/PIX MENOS AS LINHAS DE ESTORNO QUE AS REFERENCIAM
      * (O ESTORNO E ABATIDO DA VENDA ORIGINAL, COMO A ADQUIRENTE
      * FAZ NO CANCELAMENTO). A TRANSACAO QUE RECEBE UM ESTORNO DA
      * LOJA LEVA A MARCA "E" EM CNC-CATEGORIA PARA O 0410.
       0200-ACUMULAR-VENDAS     SECTION.
           OPEN INPUT VENDAS-HIST.
           IF WRK-HIST-STATUS NOT EQUAL "00"
               IF WRK-HIST-STATUS NOT EQUAL "35"
                   DISPLAY "AVISO: VENDAS-HIST.DAT INDISPONIVEL - "
                           "STATUS: " WRK-HIST-STATUS
               END-IF
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-HIST
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-VENDA-HIST TO REG-VENDA
                           PERFORM 0210-ACUMULAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-HIST
           END-IF.
           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: VENDAS.DAT INDISPONIVEL - STATUS: "
                       WRK-VENDAS-STATUS
               MOVE WRK-VENDAS-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0210-ACUMULAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF.

       0210-ACUMULAR-LINHA     SECTION.
           IF (REG-VENDA-PGTO-CARTAO OR REG-VENDA-PGTO-PIX) AND
                   REG-VENDA-DATA NOT GREATER WRK-DATA-CORTE
               IF REG-VENDA-TIPO-ESTORNO
                   MOVE REG-VENDA-ESTORNO-DE TO WRK-NUM-TRANS-REF
                   COMPUTE WRK-VALOR-MOV = 0 - REG-VENDA-VALOR
               ELSE
                   MOVE REG-VENDA-NUM-TRANSACAO TO WRK-NUM-TRANS-REF
                   MOVE REG-VENDA-VALOR TO WRK-VALOR-MOV
               END-IF
               MOVE WRK-NUM-TRANS-REF TO CNC-NUM-TRANSACAO
               READ CONCILIACAO-FILE
                   INVALID KEY
                       INITIALIZE REG-CONCILIACAO
                       MOVE WRK-NUM-TRANS-REF TO CNC-NUM-TRANSACAO
                       MOVE REG-VENDA-DATA TO CNC-DATA-VENDA
                       MOVE REG-VENDA-FORMA-PGTO TO CNC-FORMA-PGTO
                       MOVE WRK-VALOR-MOV TO CNC-VALOR-LOJA
                       MOVE "A" TO CNC-SITUACAO
                       IF REG-VENDA-TIPO-ESTORNO
                           MOVE "E" TO CNC-CATEGORIA
                       END-IF
                       WRITE REG-CONCILIACAO
                       IF WRK-CNC-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO GRAVAR CONCILIACAO.DAT - "
                                   "TRANSACAO: " CNC-NUM-TRANSACAO
                                   " STATUS: " WRK-CNC-STATUS
                           MOVE WRK-CNC-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       END-IF
                   NOT INVALID KEY
                       IF REG-VENDA-TIPO-NORMAL
                           MOVE REG-VENDA-DATA TO CNC-DATA-VENDA
                           MOVE REG-VENDA-FORMA-PGTO TO
                                   CNC-FORMA-PGTO
                       END-IF
                       IF REG-VENDA-TIPO-ESTORNO
                           MOVE "E" TO CNC-CATEGORIA
                       END-IF
                       ADD WRK-VALOR-MOV TO CNC-VALOR-LOJA
                       PERFORM 0150-REGRAVAR-CONCILIACAO
               END-READ
           END-IF.

      * SOMA CADA LINHA DO EXTRATO NA TRANSACAO DA LOJA QUE ELA
      * REFERENCIA; LINHA SEM TRANSACAO CONHECIDA ABRE UM REGISTRO
      * SO COM O LADO DA ADQUIRENTE. NO FIM A DATA DO EXTRATO VAI
      * PARA O REGISTRO DE CONTROLE. SE O EXTRATO NAO ABRIR AGORA
      * NADA E CARREGADO E A DATA DE CONTROLE NAO MUDA.
       0300-CARREGAR-EXTRATO     SECTION.
           OPEN INPUT LIQUIDACAO-FILE.
           IF WRK-LIQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR LIQUIDACAO.DAT - STATUS: "
                       WRK-LIQ-STATUS " - EXTRATO NAO CARREGADO"
               MOVE WRK-LIQ-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               MOVE "N" TO WRK-EXTRATO-OK
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ LIQUIDACAO-FILE
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LINHAS-EXTRATO
                           IF LIQ-DATA-EXTRATO NOT EQUAL
                                   WRK-DATA-EXTRATO
                               DISPLAY "AVISO: LINHA DO EXTRATO COM "
                                       "DATA " LIQ-DATA-EXTRATO
                                       " DIFERENTE DE "
                                       WRK-DATA-EXTRATO
                                       " - TRANSACAO "
                                       LIQ-NUM-TRANSACAO
                           END-IF
                           PERFORM 0310-SOMAR-LINHA-EXTRATO
                   END-READ
               END-PERFORM
               CLOSE LIQUIDACAO-FILE
               MOVE ZEROS TO CNC-NUM-TRANSACAO
               READ CONCILIACAO-FILE
                   INVALID KEY
                       INITIALIZE REG-CONCILIACAO
                       MOVE ZEROS TO CNC-NUM-TRANSACAO
                       MOVE "C" TO CNC-SITUACAO
                       MOVE WRK-DATA-EXTRATO TO CNC-DATA-ULT-EXTRATO
                       WRITE REG-CONCILIACAO
                   NOT INVALID KEY
                       MOVE WRK-DATA-EXTRATO TO CNC-DATA-ULT-EXTRATO
                       PERFORM 0150-REGRAVAR-CONCILIACAO
               END-READ
           END-IF.

      * A LINHA SO E SOMADA SE A DATA DE VENDA DELA BATER COM A DA
      * TRANSACAO JA CONHECIDA; SE NAO BATER VAI PARA O 0330.
       0310-SOMAR-LINHA-EXTRATO     SECTION.
           IF LIQ-TIPO-ESTORNO
               COMPUTE WRK-VALOR-MOV = 0 - LIQ-VALOR-BRUTO
           ELSE
               MOVE LIQ-VALOR-BRUTO TO WRK-VALOR-MOV
           END-IF.
           MOVE LIQ-NUM-TRANSACAO TO CNC-NUM-TRANSACAO.
           READ CONCILIACAO-FILE
               INVALID KEY
                   INITIALIZE REG-CONCILIACAO
                   MOVE LIQ-NUM-TRANSACAO TO CNC-NUM-TRANSACAO
                   MOVE LIQ-DATA-VENDA TO CNC-DATA-VENDA
                   MOVE LIQ-FORMA-PGTO TO CNC-FORMA-PGTO
                   MOVE "A" TO CNC-SITUACAO
                   PERFORM 0320-APLICAR-LINHA-EXTRATO
                   WRITE REG-CONCILIACAO
                   IF WRK-CNC-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO GRAVAR CONCILIACAO.DAT - "
                               "TRANSACAO: " CNC-NUM-TRANSACAO
                               " STATUS: " WRK-CNC-STATUS
                       MOVE WRK-CNC-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   END-IF
               NOT INVALID KEY
                   IF LIQ-DATA-VENDA NOT EQUAL CNC-DATA-VENDA
                       PERFORM 0330-ANOTAR-DIVERGENCIA
                   ELSE
                       PERFORM 0320-APLICAR-LINHA-EXTRATO
                       PERFORM 0150-REGRAVAR-CONCILIACAO
                   END-IF
           END-READ.

       0320-APLICAR-LINHA-EXTRATO     SECTION.
           ADD WRK-VALOR-MOV TO CNC-VALOR-ADQ.
           IF LIQ-TIPO-ESTORNO
               SUBTRACT LIQ-VALOR-TAXA FROM CNC-VALOR-TAXA
               SUBTRACT LIQ-VALOR-LIQUIDO FROM CNC-VALOR-LIQUIDO
           ELSE
               ADD LIQ-VALOR-TAXA TO CNC-VALOR-TAXA
               ADD LIQ-VALOR-LIQUIDO TO CNC-VALOR-LIQUIDO
           END-IF.
           MOVE WRK-DATA-EXTRATO TO CNC-DATA-ULT-EXTRATO.

      * LINHA DO EXTRATO COM DATA DE VENDA DIFERENTE DA DA LOJA: NAO
      * E SOMADA NA TRANSACAO (QUE CONTINUA PENDENTE) E CONTA COMO
      * PENDENCIA DA EXECUCAO; A TABELA GUARDA ATE 500 PARA O
      * RELATORIO E TODAS SAEM NO CONSOLE.
       0330-ANOTAR-DIVERGENCIA     SECTION.
           ADD 1 TO WRK-CONT-DATA-DIVERG.
           ADD 1 TO WRK-CONT-PENDENTES.
           DISPLAY "AVISO: TRANSACAO " LIQ-NUM-TRANSACAO
                   " COM DATA DE VENDA " LIQ-DATA-VENDA
                   " NO EXTRATO E " CNC-DATA-VENDA
                   " NA LOJA - LINHA NAO SOMADA".
           IF WRK-TAB-DIV-QTDE < 500
               ADD 1 TO WRK-TAB-DIV-QTDE
               SET WRK-TAB-DIV-IDX TO WRK-TAB-DIV-QTDE
               MOVE LIQ-NUM-TRANSACAO TO
                       TAB-DIV-TRANSACAO(WRK-TAB-DIV-IDX)
               MOVE LIQ-DATA-VENDA TO
                       TAB-DIV-DATA-LIQ(WRK-TAB-DIV-IDX)
               MOVE CNC-DATA-VENDA TO
                       TAB-DIV-DATA-LOJA(WRK-TAB-DIV-IDX)
               MOVE LIQ-TIPO TO TAB-DIV-TIPO(WRK-TAB-DIV-IDX)
               MOVE WRK-VALOR-MOV TO TAB-DIV-VALOR(WRK-TAB-DIV-IDX)
           END-IF.

      * CLASSIFICA CADA TRANSACAO: VALORES IGUAIS CONCILIAM; OS DOIS
      * LADOS ZERADOS SO CONCILIAM COM A MARCA "E" (VENDA TOTALMENTE
      * ESTORNADA NA LOJA). SO A LOJA = PENDENTE NA LOJA; SO A
      * ADQUIRENTE (OU ZERADOS SEM ESTORNO DEPOIS DE UM EXTRATO) =
      * PENDENTE NA ADQUIRENTE; OS DOIS COM VALOR DIFERENTE =
      * DIFERENCA. UMA TRANSACAO JA CONCILIADA QUE DEIXA DE BATER
      * (ESTORNO OU CANCELAMENTO TARDIO) VOLTA A FICAR PENDENTE. A
      * VENDA POSTERIOR AO CORTE SO GANHA A CATEGORIA "P" E ESPERA.
       0400-AVALIAR-PENDENCIAS     SECTION.
           MOVE ZEROS TO CNC-NUM-TRANSACAO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START CONCILIACAO-FILE KEY GREATER CNC-NUM-TRANSACAO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CONCILIACAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0410-CLASSIFICAR
                       PERFORM 0150-REGRAVAR-CONCILIACAO
               END-READ
           END-PERFORM.

       0410-CLASSIFICAR     SECTION.
           IF CNC-DATA-VENDA GREATER WRK-DATA-CORTE
               IF CNC-CONCILIADA
                   MOVE "K" TO CNC-CATEGORIA
               ELSE
                   MOVE "P" TO CNC-CATEGORIA
                   ADD 1 TO WRK-CONT-PENDENTES
                   ADD 1 TO WRK-CONT-POSTERIORES
               END-IF
           ELSE
           IF CNC-VALOR-LOJA EQUAL CNC-VALOR-ADQ AND
                   (CNC-VALOR-LOJA NOT EQUAL ZEROS OR
                    CNC-CAT-ESTORNO-LOJA)
               IF CNC-CONCILIADA
                   MOVE "K" TO CNC-CATEGORIA
               ELSE
                   MOVE "C" TO CNC-CATEGORIA
                   MOVE "C" TO CNC-SITUACAO
                   MOVE WRK-DATA-HOJE TO CNC-DATA-CONCILIACAO
                   ADD 1 TO WRK-CONT-CONCILIADAS
                   ADD CNC-VALOR-ADQ TO WRK-TOT-BRUTO
                   ADD CNC-VALOR-TAXA TO WRK-TOT-TAXA
                   ADD CNC-VALOR-LIQUIDO TO WRK-TOT-LIQUIDO
               END-IF
           ELSE
               MOVE "A" TO CNC-SITUACAO
               MOVE ZEROS TO CNC-DATA-CONCILIACAO
               ADD 1 TO WRK-CONT-PENDENTES
               IF CNC-VALOR-LOJA EQUAL ZEROS AND
                       (CNC-VALOR-ADQ NOT EQUAL ZEROS OR
                        CNC-DATA-ULT-EXTRATO NOT EQUAL ZEROS)
                   MOVE "Q" TO CNC-CATEGORIA
                   ADD 1 TO WRK-CONT-PEND-ADQ
               ELSE
               IF CNC-VALOR-ADQ EQUAL ZEROS
                   MOVE "L" TO CNC-CATEGORIA
                   ADD 1 TO WRK-CONT-PEND-LOJA
               ELSE
                   MOVE "D" TO CNC-CATEGORIA
                   ADD 1 TO WRK-CONT-DIFERENCAS
               END-IF
               END-IF
           END-IF
           END-IF.

       0500-IMPRIMIR     SECTION.
           PERFORM 0810-ABRIR-RELATORIO.
           IF WRK-EXTRATO-OK EQUAL "S"
               MOVE WRK-CONT-LINHAS-EXTRATO TO WRK-CONT-ED
               STRING "EXTRATO CARREGADO: " DELIMITED BY SIZE
                       WRK-DATA-EXTRATO DELIMITED BY SIZE
                       "  LINHAS: " DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
           ELSE
               STRING "NENHUM EXTRATO NOVO CARREGADO - ULTIMO: "
                       DELIMITED BY SIZE
                       WRK-DATA-ULT-EXTRATO DELIMITED BY SIZE
                       INTO WRK-LINHA
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.
           STRING "VENDAS DA LOJA CONSIDERADAS ATE: " DELIMITED BY SIZE
                   WRK-DATA-CORTE DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "C" TO WRK-CATEGORIA-LISTA.
           MOVE "CONCILIADAS NESTA EXECUCAO (BRUTO / TAXA / LIQUIDO)"
                   TO WRK-TITULO-LISTA.
           PERFORM 0510-LISTAR-CATEGORIA.
           MOVE "D" TO WRK-CATEGORIA-LISTA.
           MOVE "DIFERENCAS DE VALOR (LOJA / ADQUIRENTE / DIFERENCA)"
                   TO WRK-TITULO-LISTA.
           PERFORM 0510-LISTAR-CATEGORIA.
           MOVE "L" TO WRK-CATEGORIA-LISTA.
           MOVE "PENDENTES NA LOJA - VENDIDO E NAO LIQUIDADO"
                   TO WRK-TITULO-LISTA.
           PERFORM 0510-LISTAR-CATEGORIA.
           MOVE "Q" TO WRK-CATEGORIA-LISTA.
           MOVE "PENDENTES NA ADQUIRENTE - LIQUIDADO SEM VENDA"
                   TO WRK-TITULO-LISTA.
           PERFORM 0510-LISTAR-CATEGORIA.
           MOVE "P" TO WRK-CATEGORIA-LISTA.
           MOVE "VENDAS POSTERIORES AO EXTRATO - AGUARDAM O PROXIMO"
                   TO WRK-TITULO-LISTA.
           PERFORM 0510-LISTAR-CATEGORIA.
           PERFORM 0540-LISTAR-DIVERGENTES.
           PERFORM 0530-TOTAIS.
           PERFORM 0840-ENCERRAR-RELATORIO.

       0510-LISTAR-CATEGORIA     SECTION.
           MOVE ZEROS TO WRK-CONT-LISTADOS.
           MOVE ZEROS TO WRK-TOT-LISTA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TITULO-LISTA TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ZEROS TO CNC-NUM-TRANSACAO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START CONCILIACAO-FILE KEY GREATER CNC-NUM-TRANSACAO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CONCILIACAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CNC-CATEGORIA EQUAL WRK-CATEGORIA-LISTA
                           PERFORM 0520-LINHA-CONCILIACAO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-CONT-LISTADOS TO WRK-CONT-ED.
           MOVE WRK-TOT-LISTA TO WRK-VAL-ED.
           STRING "  TRANSACOES: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   "  VALOR: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0520-LINHA-CONCILIACAO     SECTION.
           ADD 1 TO WRK-CONT-LISTADOS.
           EVALUATE WRK-CATEGORIA-LISTA
               WHEN "C"
                   ADD CNC-VALOR-ADQ TO WRK-TOT-LISTA
                   MOVE CNC-VALOR-ADQ TO WRK-VAL-ED
                   MOVE CNC-VALOR-TAXA TO WRK-VAL2-ED
                   MOVE CNC-VALOR-LIQUIDO TO WRK-VAL3-ED
               WHEN "D"
                   COMPUTE WRK-DIFERENCA = CNC-VALOR-ADQ -
                           CNC-VALOR-LOJA
                   ADD WRK-DIFERENCA TO WRK-TOT-LISTA
                   MOVE CNC-VALOR-LOJA TO WRK-VAL-ED
                   MOVE CNC-VALOR-ADQ TO WRK-VAL2-ED
                   MOVE WRK-DIFERENCA TO WRK-VAL3-ED
               WHEN "L"
               WHEN "P"
                   ADD CNC-VALOR-LOJA TO WRK-TOT-LISTA
                   MOVE CNC-VALOR-LOJA TO WRK-VAL-ED
                   MOVE ZEROS TO WRK-VAL2-ED
                   MOVE ZEROS TO WRK-VAL3-ED
               WHEN OTHER
                   ADD CNC-VALOR-ADQ TO WRK-TOT-LISTA
                   MOVE CNC-VALOR-ADQ TO WRK-VAL-ED
                   MOVE CNC-VALOR-TAXA TO WRK-VAL2-ED
                   MOVE CNC-VALOR-LIQUIDO TO WRK-VAL3-ED
           END-EVALUATE.
           STRING "TRANS " DELIMITED BY SIZE
                   CNC-NUM-TRANSACAO DELIMITED BY SIZE
                   " DATA " DELIMITED BY SIZE
                   CNC-DATA-VENDA DELIMITED BY SIZE
                   " FORMA " DELIMITED BY SIZE
                   CNC-FORMA-PGTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VAL2-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VAL3-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           IF CNC-DATA-ULT-EXTRATO NOT EQUAL ZEROS
               MOVE "EXTRATO " TO WRK-LINHA(92:8)
               MOVE CNC-DATA-ULT-EXTRATO TO WRK-LINHA(100:8)
               COMPUTE WRK-LIQUIDO-CALC = CNC-VALOR-ADQ -
                       CNC-VALOR-TAXA
               IF WRK-LIQUIDO-CALC NOT EQUAL CNC-VALOR-LIQUIDO
                   MOVE "LIQUIDO <> BRUTO-TAXA" TO WRK-LINHA(110:21)
                   ADD 1 TO WRK-CONT-TAXA-DIVERG
               END-IF
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0530-TOTAIS     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-BRUTO TO WRK-VAL-ED.
           STRING "VALOR BRUTO CONCILIADO: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-TAXA TO WRK-VAL-ED.
           STRING "TAXAS/DESCONTOS RETIDOS: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-LIQUIDO TO WRK-VAL-ED.
           STRING "VALOR LIQUIDO CREDITADO: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-TAXA-DIVERG TO WRK-CONT-ED.
           STRING "LIQUIDOS QUE NAO FECHAM COM BRUTO-TAXA: "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-DATA-DIVERG TO WRK-CONT-ED.
           STRING "LINHAS DO EXTRATO COM DATA DE VENDA DIVERGENTE: "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-PENDENTES TO WRK-CONT-ED.
           STRING "TRANSACOES PENDENTES: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-CONT-PENDENTES EQUAL ZEROS
               DISPLAY "CONCILIACAO OK - NENHUMA PENDENCIA"
           ELSE
               DISPLAY "*** " WRK-CONT-PENDENTES " PENDENCIA(S) DE "
                       "CARTAO/PIX - VER " WRK-NOME-RELATORIO " ***"
           END-IF.

      * LINHAS DO EXTRATO NAO SOMADAS POR DATA DE VENDA DIVERGENTE
      * (EXTRATO / LOJA / VALOR DA LINHA).
       0540-LISTAR-DIVERGENTES     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "DATA DE VENDA DIVERGENTE NO EXTRATO - LINHA NAO SOMADA"
                   TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ZEROS TO WRK-TOT-LISTA.
           PERFORM VARYING WRK-TAB-DIV-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-DIV-IDX > WRK-TAB-DIV-QTDE
               ADD TAB-DIV-VALOR(WRK-TAB-DIV-IDX) TO WRK-TOT-LISTA
               MOVE TAB-DIV-VALOR(WRK-TAB-DIV-IDX) TO WRK-VAL-ED
               STRING "TRANS " DELIMITED BY SIZE
                       TAB-DIV-TRANSACAO(WRK-TAB-DIV-IDX)
                               DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       TAB-DIV-TIPO(WRK-TAB-DIV-IDX) DELIMITED BY SIZE
                       " DATA EXTRATO " DELIMITED BY SIZE
                       TAB-DIV-DATA-LIQ(WRK-TAB-DIV-IDX)
                               DELIMITED BY SIZE
                       " DATA LOJA " DELIMITED BY SIZE
                       TAB-DIV-DATA-LOJA(WRK-TAB-DIV-IDX)
                               DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-VAL-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-PERFORM.
           IF WRK-CONT-DATA-DIVERG > WRK-TAB-DIV-QTDE
               STRING "*** OUTRAS LINHAS SO NO CONSOLE - TABELA DE "
                       DELIMITED BY SIZE
                       "500 CHEIA ***" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.
           MOVE WRK-CONT-DATA-DIVERG TO WRK-CONT-ED.
           MOVE WRK-TOT-LISTA TO WRK-VAL-ED.
           STRING "  LINHAS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   "  VALOR LISTADO: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "LIQUIDACAO-" DELIMITED BY SIZE
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   ".REL" DELIMITED BY SIZE
                   INTO WRK-NOME-RELATORIO.
           MOVE "N" TO WRK-REL-OK.
           MOVE ZEROS TO WRK-LIN-PAGINA.
           MOVE ZEROS TO WRK-NUM-PAGINA.
           OPEN OUTPUT RELATORIO-FILE.
           IF WRK-REL-STATUS EQUAL "00"
               MOVE "S" TO WRK-REL-OK
           ELSE
               DISPLAY "AVISO: NAO FOI POSSIVEL CRIAR "
                       WRK-NOME-RELATORIO " - STATUS: "
                       WRK-REL-STATUS
               DISPLAY "RELATORIO SERA EXIBIDO NO CONSOLE"
           END-IF.
           MOVE SPACES TO WRK-LINHA.

      * GRAVA UMA LINHA DO RELATORIO, ABRINDO NOVA PAGINA COM O
      * BLOCO DE TITULO QUANDO NECESSARIO; SEM ARQUIVO DISPONIVEL
      * A LINHA SAI NO CONSOLE PARA NADA SE PERDER.
       0820-GRAVAR-LINHA-REL     SECTION.
           IF WRK-REL-OK NOT EQUAL "S"
               DISPLAY WRK-LINHA(1:80)
           ELSE
               IF WRK-LIN-PAGINA EQUAL ZEROS OR
                       WRK-LIN-PAGINA NOT LESS
                       WRK-LINHAS-POR-PAGINA
                   PERFORM 0830-NOVA-PAGINA
               END-IF
               WRITE REG-RELATORIO FROM WRK-LINHA
               IF WRK-REL-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO GRAVAR " WRK-NOME-RELATORIO
                           " - STATUS: " WRK-REL-STATUS
                   MOVE WRK-REL-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "N" TO WRK-REL-OK
               END-IF
               ADD 1 TO WRK-LIN-PAGINA
           END-IF.
           MOVE SPACES TO WRK-LINHA.

       0830-NOVA-PAGINA     SECTION.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE WRK-NUM-PAGINA TO WRK-NUM-PAGINA-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PROG-LIQUIDACAO - CONCILIACAO CARTAO/PIX  "
                   DELIMITED BY SIZE
                   "DATA: " DELIMITED BY SIZE
                   WRK-DATA-HOJE DELIMITED BY SIZE
                   "  HORA: " DELIMITED BY SIZE
                   WRK-HORA-COMPLETA(1:6) DELIMITED BY SIZE
                   "  PAGINA: " DELIMITED BY SIZE
                   WRK-NUM-PAGINA-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "=" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 2 TO WRK-LIN-PAGINA.

       0840-ENCERRAR-RELATORIO     SECTION.
           MOVE "*** FIM DO RELATORIO ***" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-REL-OK EQUAL "S"
               CLOSE RELATORIO-FILE
               DISPLAY "RELATORIO GRAVADO EM " WRK-NOME-RELATORIO
           END-IF.

      * ANEXA UM REGISTRO AO JORNAL DE EXECUCAO COMPARTILHADO; O
      * ARQUIVO E ABERTO E FECHADO A CADA GRAVACAO PARA O REGISTRO
      * DE INICIO SOBREVIVER A UMA QUEDA DO PROGRAMA. LIDOS SAO AS
      * LINHAS DO EXTRATO, ACEITOS AS TRANSACOES CONCILIADAS NA
      * EXECUCAO E REJEITADOS AS QUE CONTINUAM PENDENTES.
       0950-GRAVAR-JORNAL     SECTION.
           OPEN EXTEND JORNAL-FILE.
           IF WRK-JRN-STATUS NOT EQUAL "00"
               OPEN OUTPUT JORNAL-FILE
           END-IF.
           IF WRK-JRN-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: JORNAL-EXEC.DAT INDISPONIVEL - "
                       "STATUS: " WRK-JRN-STATUS
           ELSE
               ACCEPT WRK-HORA-COMPLETA FROM TIME
               INITIALIZE REG-JORNAL
               MOVE "PROG-LIQUIDACAO" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "B" TO JRN-MODO
               MOVE WRK-CONT-LINHAS-EXTRATO TO JRN-LIDOS
               MOVE WRK-CONT-CONCILIADAS TO JRN-ACEITOS
               MOVE WRK-CONT-PENDENTES TO JRN-REJEITADOS
               MOVE WRK-PIOR-STATUS TO JRN-PIOR-STATUS
               MOVE WRK-JRN-TERMINO TO JRN-TERMINO
               WRITE REG-JORNAL
               CLOSE JORNAL-FILE
           END-IF.

      * GUARDA O PRIMEIRO FILE STATUS DE ERRO DA EXECUCAO PARA O
      * REGISTRO DE FIM DO JORNAL.
       0960-ANOTAR-STATUS     SECTION.
           IF WRK-PIOR-STATUS EQUAL "00"
               MOVE WRK-STATUS-ERRO TO WRK-PIOR-STATUS
           END-IF.
