       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-INTEGRIDADE.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONFERENCIA NOTURNA DA INTEGRIDADE DO
      *                ESTOQUE - REPROCESSA O DIARIO MOVIMENTOS.DAT
      *                E APONTA: PRODUTOS CUJO SALDO NO CADASTRO
      *                (PROD-QTDE-ESTOQUE) DIFERE DO SALDO INICIAL
      *                MAIS OS MOVIMENTOS DO DIARIO, QUEBRAS NA
      *                CADEIA DE MOV-ESTOQUE-APOS, LINHAS DE VENDA
      *                OU ESTORNO SEM O MOVIMENTO "V"/"E" DA MESMA
      *                TRANSACAO E MOVIMENTOS QUE APONTAM PARA
      *                TRANSACOES INEXISTENTES.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: SOMENTE LEITURA - NENHUM ARQUIVO DE DADOS
      *                E ALTERADO; O PROGRAMA SO GRAVA O RELATORIO
      *                DATADO INTEGRIDADE-AAAAMMDD.REL, SEUS
      *                REGISTROS NO JORNAL DE EXECUCAO E UM ARQUIVO
      *                DE TRABALHO (INTEGRIDADE.TMP) APAGADO NO
      *                FIM. O SALDO INICIAL DE CADA PRODUTO E O
      *                SALDO ANTERIOR AO SEU PRIMEIRO MOVIMENTO NO
      *                DIARIO (MOV-ESTOQUE-APOS MENOS MOV-QTDE).
      *                VENDAS ANTERIORES AO PRIMEIRO MOVIMENTO DO
      *                DIARIO NAO SAO COBRADAS (SAO DE ANTES DA
      *                EXISTENCIA DELE). A QUANTIDADE DE EXCECOES
      *                VAI EM JRN-REJEITADOS - O PROG-VERIFICA
      *                APONTA A EXECUCAO NA CONFERENCIA DA MANHA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-FILE
               ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT MOVIMENTOS-FILE
               ASSIGN TO "MOVIMENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

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

           SELECT TRABALHO-FILE
               ASSIGN TO "INTEGRIDADE.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-CHAVE
               FILE STATUS IS WRK-TRB-STATUS.

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
       FD  PRODUTOS-FILE.
           COPY "prodmst.cpy".

       FD  MOVIMENTOS-FILE.
           COPY "movreg.cpy".

       FD  VENDAS-FILE.
           COPY "vendareg.cpy".

       FD  VENDAS-HIST.
           COPY "vendareg.cpy" REPLACING
               ==REG-VENDA== BY ==REG-VENDA-HIST==
               LEADING ==REG-VENDA== BY ==HIST==.

      * ARQUIVO DE TRABALHO: REGISTROS "P" ACUMULAM O REPROCESSA-
      * MENTO DO DIARIO POR PRODUTO; REGISTROS "T" CONTAM OS
      * MOVIMENTOS DE VENDA/ESTORNO POR TRANSACAO + PRODUTO + TIPO
      * E QUANTAS LINHAS DE VENDA OS CASARAM.
       FD  TRABALHO-FILE.
       01  REG-TRABALHO.
           05 TRB-CHAVE.
               10 TRB-TIPO-REG       PIC X(01).
               10 TRB-NUM-TRANSACAO  PIC 9(07).
               10 TRB-COD-PRODUTO    PIC X(10).
               10 TRB-TIPO-MOV       PIC X(01).
           05 TRB-SALDO-INICIAL      PIC S9(08).
           05 TRB-SOMA-MOV           PIC S9(09).
           05 TRB-ULT-APOS           PIC 9(07).
           05 TRB-CONT-MOV           PIC 9(07).
           05 TRB-CONT-VENDAS        PIC 9(07).

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE     SECTION.
       77 WRK-PROD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MOV-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VENDAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TRB-STATUS PIC X(02) VALUE SPACES.
       77 WRK-NOME-TRABALHO PIC X(15) VALUE "INTEGRIDADE.TMP".
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-DATA-INICIO-DIARIO PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-ESPERADO PIC S9(09) VALUE ZEROS.
       77 WRK-APOS-ESPERADO PIC S9(09) VALUE ZEROS.
       77 WRK-CONT-MOVIMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-VENDAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-PRODUTOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-EXCECOES PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-SALDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-QUEBRAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-SEM-MOV PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-ORFAOS PIC 9(07) VALUE ZEROS.
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

       01 WRK-QTD-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-QTD2-ED PIC Z.ZZZ.ZZ9-.
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
           PERFORM 0810-ABRIR-RELATORIO.
           PERFORM 0100-REPROCESSAR-DIARIO.
           PERFORM 0200-CONFERIR-SALDOS.
           PERFORM 0300-CONFERIR-VENDAS.
           PERFORM 0400-APONTAR-MOVIMENTOS-ORFAOS.
           PERFORM 0500-RESUMO.
           PERFORM 0840-ENCERRAR-RELATORIO.
           CLOSE PRODUTOS-FILE.
           CLOSE TRABALHO-FILE.
           CALL "CBL_DELETE_FILE" USING WRK-NOME-TRABALHO.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * SEM O CADASTRO OU SEM O ARQUIVO DE TRABALHO NAO HA
      * CONFERENCIA POSSIVEL: A EXECUCAO TERMINA ANORMAL PARA O
      * PROG-VERIFICA APONTAR A NOITE SEM VERIFICACAO.
       0010-ABRIR-ARQUIVOS     SECTION.
           OPEN INPUT PRODUTOS-FILE.
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: CADASTRO DE PRODUTOS "
                       "INDISPONIVEL - STATUS: " WRK-PROD-STATUS
               MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               MOVE "F" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.
           OPEN OUTPUT TRABALHO-FILE.
           IF WRK-TRB-STATUS EQUAL "00"
               CLOSE TRABALHO-FILE
               OPEN I-O TRABALHO-FILE
           END-IF.
           IF WRK-TRB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                       WRK-NOME-TRABALHO " - STATUS: " WRK-TRB-STATUS
               MOVE WRK-TRB-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               CLOSE PRODUTOS-FILE
               MOVE "F" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.

      * PRIMEIRA PASSAGEM: REPROCESSA O DIARIO NA ORDEM DE
      * GRAVACAO. PARA CADA PRODUTO, O SALDO APOS DE UM MOVIMENTO
      * PRECISA SER O SALDO APOS DO MOVIMENTO ANTERIOR MAIS A
      * QUANTIDADE DO MOVIMENTO; A QUEBRA E APONTADA E A CADEIA
      * CONTINUA A PARTIR DO SALDO GRAVADO, PARA UMA UNICA QUEBRA
      * NAO GERAR UMA EXCECAO POR MOVIMENTO DALI EM DIANTE.
       0100-REPROCESSAR-DIARIO     SECTION.
           MOVE "QUEBRAS NA CADEIA DE SALDOS (MOV-ESTOQUE-APOS)"
                   TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           OPEN INPUT MOVIMENTOS-FILE.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: MOVIMENTOS.DAT INDISPONIVEL - "
                       "STATUS: " WRK-MOV-STATUS
               MOVE "DIARIO DE MOVIMENTOS INDISPONIVEL" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ MOVIMENTOS-FILE
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-MOVIMENTOS
                           IF WRK-DATA-INICIO-DIARIO EQUAL ZEROS OR
                                   MOV-DATA < WRK-DATA-INICIO-DIARIO
                               MOVE MOV-DATA TO
                                       WRK-DATA-INICIO-DIARIO
                           END-IF
                           PERFORM 0110-ACUMULAR-PRODUTO
                           IF MOV-TIPO-VENDA OR MOV-TIPO-ESTORNO
                               PERFORM 0120-ACUMULAR-TRANSACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS-FILE
           END-IF.

       0110-ACUMULAR-PRODUTO     SECTION.
           INITIALIZE REG-TRABALHO.
           MOVE "P" TO TRB-TIPO-REG.
           MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO.
           READ TRABALHO-FILE
               INVALID KEY
                   INITIALIZE REG-TRABALHO
                   MOVE "P" TO TRB-TIPO-REG
                   MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
                   COMPUTE TRB-SALDO-INICIAL = MOV-ESTOQUE-APOS -
                           MOV-QTDE
                   MOVE MOV-QTDE TO TRB-SOMA-MOV
                   MOVE MOV-ESTOQUE-APOS TO TRB-ULT-APOS
                   MOVE 1 TO TRB-CONT-MOV
                   WRITE REG-TRABALHO
                   IF WRK-TRB-STATUS NOT EQUAL "00"
                       PERFORM 0190-ERRO-TRABALHO
                   END-IF
               NOT INVALID KEY
                   COMPUTE WRK-APOS-ESPERADO = TRB-ULT-APOS +
                           MOV-QTDE
                   IF WRK-APOS-ESPERADO NOT EQUAL MOV-ESTOQUE-APOS
                       PERFORM 0115-APONTAR-QUEBRA
                   END-IF
                   ADD MOV-QTDE TO TRB-SOMA-MOV
                   MOVE MOV-ESTOQUE-APOS TO TRB-ULT-APOS
                   ADD 1 TO TRB-CONT-MOV
                   REWRITE REG-TRABALHO
                   IF WRK-TRB-STATUS NOT EQUAL "00"
                       PERFORM 0190-ERRO-TRABALHO
                   END-IF
           END-READ.

       0115-APONTAR-QUEBRA     SECTION.
           ADD 1 TO WRK-CONT-QUEBRAS.
           ADD 1 TO WRK-CONT-EXCECOES.
           MOVE WRK-APOS-ESPERADO TO WRK-QTD-ED.
           MOVE MOV-ESTOQUE-APOS TO WRK-QTD2-ED.
           STRING MOV-COD-PRODUTO DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   MOV-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MOV-HORA DELIMITED BY SIZE
                   " TIPO " DELIMITED BY SIZE
                   MOV-TIPO DELIMITED BY SIZE
                   " TRANS " DELIMITED BY SIZE
                   MOV-NUM-TRANSACAO DELIMITED BY SIZE
                   " ESPERADO: " DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   " GRAVADO: " DELIMITED BY SIZE
                   WRK-QTD2-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0120-ACUMULAR-TRANSACAO     SECTION.
           INITIALIZE REG-TRABALHO.
           MOVE "T" TO TRB-TIPO-REG.
           MOVE MOV-NUM-TRANSACAO TO TRB-NUM-TRANSACAO.
           MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO.
           MOVE MOV-TIPO TO TRB-TIPO-MOV.
           READ TRABALHO-FILE
               INVALID KEY
                   INITIALIZE REG-TRABALHO
                   MOVE "T" TO TRB-TIPO-REG
                   MOVE MOV-NUM-TRANSACAO TO TRB-NUM-TRANSACAO
                   MOVE MOV-COD-PRODUTO TO TRB-COD-PRODUTO
                   MOVE MOV-TIPO TO TRB-TIPO-MOV
                   MOVE 1 TO TRB-CONT-MOV
                   MOVE MOV-QTDE TO TRB-SOMA-MOV
                   WRITE REG-TRABALHO
                   IF WRK-TRB-STATUS NOT EQUAL "00"
                       PERFORM 0190-ERRO-TRABALHO
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO TRB-CONT-MOV
                   ADD MOV-QTDE TO TRB-SOMA-MOV
                   REWRITE REG-TRABALHO
                   IF WRK-TRB-STATUS NOT EQUAL "00"
                       PERFORM 0190-ERRO-TRABALHO
                   END-IF
           END-READ.

       0190-ERRO-TRABALHO     SECTION.
           DISPLAY "ERRO NO ARQUIVO DE TRABALHO " WRK-NOME-TRABALHO
                   " - STATUS: " WRK-TRB-STATUS.
           MOVE WRK-TRB-STATUS TO WRK-STATUS-ERRO.
           PERFORM 0960-ANOTAR-STATUS.

      * SEGUNDA PASSAGEM: PARA CADA PRODUTO MOVIMENTADO, O SALDO
      * DO CADASTRO PRECISA SER O SALDO INICIAL MAIS A SOMA DOS
      * MOVIMENTOS DO DIARIO. PRODUTO SEM MOVIMENTO NENHUM NAO TEM
      * O QUE CONFERIR.
       0200-CONFERIR-SALDOS     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "SALDOS DO CADASTRO DIFERENTES DO DIARIO" TO
                   WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           INITIALIZE REG-TRABALHO.
           MOVE "P" TO TRB-TIPO-REG.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START TRABALHO-FILE KEY NOT LESS TRB-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ TRABALHO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF TRB-TIPO-REG NOT EQUAL "P"
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WRK-CONT-PRODUTOS
                           PERFORM 0210-CONFERIR-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.

       0210-CONFERIR-PRODUTO     SECTION.
           COMPUTE WRK-SALDO-ESPERADO = TRB-SALDO-INICIAL +
                   TRB-SOMA-MOV.
           MOVE TRB-COD-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS-FILE
               INVALID KEY
                   ADD 1 TO WRK-CONT-SALDOS
                   ADD 1 TO WRK-CONT-EXCECOES
                   STRING TRB-COD-PRODUTO DELIMITED BY SIZE
                           " MOVIMENTADO NO DIARIO MAS AUSENTE DO "
                           DELIMITED BY SIZE
                           "CADASTRO DE PRODUTOS" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               NOT INVALID KEY
                   IF PROD-QTDE-ESTOQUE NOT EQUAL WRK-SALDO-ESPERADO
                       ADD 1 TO WRK-CONT-SALDOS
                       ADD 1 TO WRK-CONT-EXCECOES
                       MOVE WRK-SALDO-ESPERADO TO WRK-QTD-ED
                       MOVE PROD-QTDE-ESTOQUE TO WRK-QTD2-ED
                       STRING PROD-CODIGO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PROD-DESCRICAO DELIMITED BY SIZE
                               " DIARIO: " DELIMITED BY SIZE
                               WRK-QTD-ED DELIMITED BY SIZE
                               " CADASTRO: " DELIMITED BY SIZE
                               WRK-QTD2-ED DELIMITED BY SIZE
                               INTO WRK-LINHA
                       PERFORM 0820-GRAVAR-LINHA-REL
                   END-IF
           END-READ.

      * TERCEIRA PASSAGEM: CADA LINHA DE VENDA OU ESTORNO (HISTORICO
      * E ARQUIVO VIVO) CASA COM UM MOVIMENTO DO MESMO TIPO, MESMA
      * TRANSACAO E MESMO PRODUTO. LINHAS ANTERIORES AO INICIO DO
      * DIARIO CASAM SE PUDEREM, MAS A FALTA NAO E COBRADA.
       0300-CONFERIR-VENDAS     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "LINHAS DE VENDA/ESTORNO SEM MOVIMENTO DE ESTOQUE" TO
                   WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
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
                           PERFORM 0310-CASAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-HIST
           END-IF.
           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: VENDAS.DAT INDISPONIVEL - STATUS: "
                       WRK-VENDAS-STATUS
               MOVE "ARQUIVO DE VENDAS INDISPONIVEL" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE WRK-VENDAS-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0310-CASAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF.

       0310-CASAR-LINHA     SECTION.
           ADD 1 TO WRK-CONT-VENDAS.
           INITIALIZE REG-TRABALHO.
           MOVE "T" TO TRB-TIPO-REG.
           MOVE REG-VENDA-NUM-TRANSACAO TO TRB-NUM-TRANSACAO.
           MOVE REG-VENDA-COD-PROD TO TRB-COD-PRODUTO.
           MOVE REG-VENDA-TIPO TO TRB-TIPO-MOV.
           READ TRABALHO-FILE
               INVALID KEY
                   PERFORM 0320-APONTAR-SEM-MOVIMENTO
               NOT INVALID KEY
                   IF TRB-CONT-VENDAS NOT LESS TRB-CONT-MOV
                       PERFORM 0320-APONTAR-SEM-MOVIMENTO
                   ELSE
                       ADD 1 TO TRB-CONT-VENDAS
                       REWRITE REG-TRABALHO
                       IF WRK-TRB-STATUS NOT EQUAL "00"
                           PERFORM 0190-ERRO-TRABALHO
                       END-IF
                   END-IF
           END-READ.

       0320-APONTAR-SEM-MOVIMENTO     SECTION.
           IF WRK-DATA-INICIO-DIARIO NOT EQUAL ZEROS AND
                   REG-VENDA-DATA NOT LESS WRK-DATA-INICIO-DIARIO
               ADD 1 TO WRK-CONT-SEM-MOV
               ADD 1 TO WRK-CONT-EXCECOES
               MOVE REG-VENDA-QTDE TO WRK-QTD-ED
               STRING "TRANS " DELIMITED BY SIZE
                       REG-VENDA-NUM-TRANSACAO DELIMITED BY SIZE
                       " ITEM " DELIMITED BY SIZE
                       REG-VENDA-NUM-ITEM DELIMITED BY SIZE
                       " TIPO " DELIMITED BY SIZE
                       REG-VENDA-TIPO DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       REG-VENDA-DATA DELIMITED BY SIZE
                       " PRODUTO " DELIMITED BY SIZE
                       REG-VENDA-COD-PROD DELIMITED BY SIZE
                       " QTDE " DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.

      * QUARTA PASSAGEM: MOVIMENTO DE VENDA/ESTORNO QUE SOBROU SEM
      * LINHA CORRESPONDENTE APONTA PARA UMA TRANSACAO (OU ITEM)
      * QUE NAO EXISTE NEM NO ARQUIVO VIVO NEM NO HISTORICO.
       0400-APONTAR-MOVIMENTOS-ORFAOS     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           STRING "MOVIMENTOS DE VENDA/ESTORNO SEM TRANSACAO "
                   DELIMITED BY SIZE
                   "CORRESPONDENTE" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           INITIALIZE REG-TRABALHO.
           MOVE "T" TO TRB-TIPO-REG.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START TRABALHO-FILE KEY NOT LESS TRB-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ TRABALHO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF TRB-TIPO-REG NOT EQUAL "T"
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       ELSE
                           IF TRB-CONT-MOV > TRB-CONT-VENDAS
                               PERFORM 0410-APONTAR-ORFAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0410-APONTAR-ORFAO     SECTION.
           COMPUTE WRK-CONT-ORFAOS = WRK-CONT-ORFAOS + TRB-CONT-MOV
                   - TRB-CONT-VENDAS.
           COMPUTE WRK-CONT-EXCECOES = WRK-CONT-EXCECOES +
                   TRB-CONT-MOV - TRB-CONT-VENDAS.
           MOVE TRB-SOMA-MOV TO WRK-QTD-ED.
           MOVE TRB-CONT-MOV TO WRK-CONT-ED.
           STRING "TRANS " DELIMITED BY SIZE
                   TRB-NUM-TRANSACAO DELIMITED BY SIZE
                   " TIPO " DELIMITED BY SIZE
                   TRB-TIPO-MOV DELIMITED BY SIZE
                   " PRODUTO " DELIMITED BY SIZE
                   TRB-COD-PRODUTO DELIMITED BY SIZE
                   " MOVIMENTOS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   " QTDE: " DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0500-RESUMO     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           STRING "INICIO DO DIARIO DE MOVIMENTOS: " DELIMITED BY SIZE
                   WRK-DATA-INICIO-DIARIO DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-MOVIMENTOS TO WRK-CONT-ED.
           STRING "MOVIMENTOS REPROCESSADOS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-PRODUTOS TO WRK-CONT-ED.
           STRING "PRODUTOS CONFERIDOS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-VENDAS TO WRK-CONT-ED.
           STRING "LINHAS DE VENDA CONFERIDAS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-QUEBRAS TO WRK-CONT-ED.
           STRING "QUEBRAS DE CADEIA: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-SALDOS TO WRK-CONT-ED.
           STRING "SALDOS DIVERGENTES: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-SEM-MOV TO WRK-CONT-ED.
           STRING "LINHAS DE VENDA SEM MOVIMENTO: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-ORFAOS TO WRK-CONT-ED.
           STRING "MOVIMENTOS SEM TRANSACAO: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-EXCECOES TO WRK-CONT-ED.
           STRING "TOTAL DE EXCECOES: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-CONT-EXCECOES EQUAL ZEROS
               MOVE "ESTOQUE INTEGRO - NENHUMA EXCECAO" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               DISPLAY "INTEGRIDADE OK - NENHUMA EXCECAO"
           ELSE
               DISPLAY "*** " WRK-CONT-EXCECOES " EXCECAO(OES) DE "
                       "ESTOQUE - VER " WRK-NOME-RELATORIO " ***"
           END-IF.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "INTEGRIDADE-" DELIMITED BY SIZE
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
           STRING "PROG-INTEGRIDADE - INTEGRIDADE DO ESTOQUE  "
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
      * DE INICIO SOBREVIVER A UMA QUEDA DO PROGRAMA. LIDOS SAO OS
      * MOVIMENTOS REPROCESSADOS, ACEITOS AS LINHAS DE VENDA
      * CONFERIDAS E REJEITADOS AS EXCECOES APONTADAS.
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
               MOVE "PROG-INTEGRIDADE" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "B" TO JRN-MODO
               MOVE WRK-CONT-MOVIMENTOS TO JRN-LIDOS
               MOVE WRK-CONT-VENDAS TO JRN-ACEITOS
               MOVE WRK-CONT-EXCECOES TO JRN-REJEITADOS
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
