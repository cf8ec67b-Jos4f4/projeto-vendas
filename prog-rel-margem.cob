       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-REL-MARGEM.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO DE MARGEM BRUTA POR PRODUTO E POR
      *                MES (AAAAMM) - RECEITA, ICMS, CUSTO DA
      *                MERCADORIA VENDIDA (CMV) E MARGEM BRUTA -
      *                SOBRE O MESMO HISTORICO LIDO PELO
      *                PROG-REL-PERIODO (VENDAS.DAT + VENDAS-HIST.DAT),
      *                COM A VALORIZACAO DO ESTOQUE ATUAL A CUSTO
      *                MEDIO NO FINAL.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O CMV DE CADA LINHA E A QUANTIDADE VEZES
      *                REG-VENDA-CUSTO-UNIT, O CUSTO MEDIO EM VIGOR
      *                NA HORA DA VENDA; ESTORNOS DEVOLVEM RECEITA,
      *                ICMS E CMV NO MES EM QUE FORAM REGISTRADOS,
      *                COMO NO PROG-REL-PERIODO. COMO O ICMS ESTA
      *                EMBUTIDO NO VALOR DA LINHA, A MARGEM BRUTA E
      *                RECEITA - ICMS - CMV E O PERCENTUAL E SOBRE A
      *                RECEITA LIQUIDA (RECEITA - ICMS). LINHAS SEM
      *                CUSTO (VENDIDAS ANTES DO CUSTO MEDIO EXISTIR)
      *                SAO CONTADAS E O PRODUTO/MES SAI MARCADO COM
      *                "*" - A MARGEM DELES ESTA SUPERESTIMADA. A
      *                SELECAO USA OS MESMOS PARAMETROS DE
      *                RELPER-PARAM.DAT (PERIODO, PRODUTO,
      *                OPERADOR); O TAMANHO DO RANKING NAO SE
      *                APLICA - TODOS OS PRODUTOS SAEM, EM ORDEM
      *                DECRESCENTE DE MARGEM. A VALORIZACAO DO
      *                ESTOQUE E A POSICAO DO CADASTRO NO MOMENTO
      *                DA EXECUCAO (SALDO X PROD-CUSTO-MEDIO).
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
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

           SELECT RELATORIO-FILE
               ASSIGN TO WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT PARAM-FILE
               ASSIGN TO "RELPER-PARAM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PAR-STATUS.

           SELECT PRODUTOS-FILE
               ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  VENDAS-FILE.
           COPY "vendareg.cpy".

       FD  VENDAS-HIST.
           COPY "vendareg.cpy" REPLACING
               ==REG-VENDA== BY ==REG-VENDA-HIST==
               LEADING ==REG-VENDA== BY ==HIST==.

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  PARAM-FILE.
           COPY "relparam.cpy".

       FD  PRODUTOS-FILE.
           COPY "prodmst.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-VENDAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-CONT-LIDOS-HIST PIC 9(09) VALUE ZEROS.
       77 WRK-ACHOU PIC X(01) VALUE "N".
       77 WRK-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CMV PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-REG PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO-CHAVE PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-LIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-VENDAS PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-ESTORNOS PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-SEM-CUSTO PIC 9(09) VALUE ZEROS.
       77 WRK-TAB-PROD-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-PER-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-POS PIC 9(04) VALUE ZEROS.
       77 WRK-J PIC 9(04) VALUE ZEROS.
       77 WRK-MAIOR-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-REL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REL-OK PIC X(01) VALUE "N".
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-LIN-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-POR-PAGINA PIC 9(02) VALUE 56.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-JRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-JRN-TIPO PIC X(01) VALUE SPACES.
       77 WRK-JRN-TERMINO PIC X(01) VALUE SPACES.
       77 WRK-PIOR-STATUS PIC X(02) VALUE "00".
       77 WRK-STATUS-ERRO PIC X(02) VALUE SPACES.
       77 WRK-PAR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PROD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TEM-PARAMETROS PIC X(01) VALUE "N".
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-FILTRO-PRODUTO PIC X(10) VALUE SPACES.
       77 WRK-FILTRO-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-REG-SELECIONADO PIC X(01) VALUE "N".
       77 WRK-CONT-FORA-FILTRO PIC 9(09) VALUE ZEROS.
       77 WRK-ESTQ-OK PIC X(01) VALUE "N".
       77 WRK-ESTQ-PRODUTOS PIC 9(07) VALUE ZEROS.
       77 WRK-ESTQ-UNIDADES PIC 9(11) VALUE ZEROS.
       77 WRK-ESTQ-SEM-CUSTO PIC 9(07) VALUE ZEROS.
       77 WRK-ESTQ-VALOR PIC 9(13)V99 VALUE ZEROS.

      * TOTAIS DA SELECAO E CAMPOS DE TRABALHO DA LINHA DE DETALHE
      * (0710), COMUNS AOS QUADROS POR MES, POR PRODUTO E TOTAL.
       01 WRK-TOTAIS.
           05 WRK-TOT-QTD            PIC S9(07).
           05 WRK-TOT-RECEITA        PIC S9(09)V99.
           05 WRK-TOT-ICMS           PIC S9(09)V99.
           05 WRK-TOT-CMV            PIC S9(09)V99.
           05 WRK-TOT-SEM-CUSTO      PIC X(01).

       01 WRK-COLUNAS.
           05 WRK-COL-CHAVE          PIC X(10).
           05 WRK-COL-DESC           PIC X(20).
           05 WRK-COL-QTD            PIC S9(07).
           05 WRK-COL-RECEITA        PIC S9(09)V99.
           05 WRK-COL-ICMS           PIC S9(09)V99.
           05 WRK-COL-CMV            PIC S9(09)V99.
           05 WRK-COL-MARGEM         PIC S9(09)V99.
           05 WRK-COL-LIQUIDA        PIC S9(09)V99.
           05 WRK-COL-PERC           PIC S9(04)V99.
           05 WRK-COL-SEM-CUSTO      PIC X(01).

       01 WRK-TAB-PRODUTOS.
           05 WRK-TAB-PROD-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-TAB-PROD-IDX.
               10 TAB-PROD-COD       PIC X(10).
               10 TAB-PROD-DESC      PIC X(30).
               10 TAB-PROD-QTD       PIC S9(07).
               10 TAB-PROD-RECEITA   PIC S9(09)V99.
               10 TAB-PROD-ICMS      PIC S9(09)V99.
               10 TAB-PROD-CMV       PIC S9(09)V99.
               10 TAB-PROD-MARGEM    PIC S9(09)V99.
               10 TAB-PROD-SEM-CUSTO PIC X(01).

       01 WRK-TAB-PERIODOS.
           05 WRK-TAB-PER-ITEM OCCURS 240 TIMES
                   INDEXED BY WRK-TAB-PER-IDX.
               10 TAB-PER-CHAVE       PIC 9(06).
               10 TAB-PER-QTD         PIC S9(07).
               10 TAB-PER-RECEITA     PIC S9(09)V99.
               10 TAB-PER-ICMS        PIC S9(09)V99.
               10 TAB-PER-CMV         PIC S9(09)V99.
               10 TAB-PER-SEM-CUSTO   PIC X(01).

       01 WRK-TMP-PROD-ITEM.
           05 TMP-PROD-COD       PIC X(10).
           05 TMP-PROD-DESC      PIC X(30).
           05 TMP-PROD-QTD       PIC S9(07).
           05 TMP-PROD-RECEITA   PIC S9(09)V99.
           05 TMP-PROD-ICMS      PIC S9(09)V99.
           05 TMP-PROD-CMV       PIC S9(09)V99.
           05 TMP-PROD-MARGEM    PIC S9(09)V99.
           05 TMP-PROD-SEM-CUSTO PIC X(01).

       01 WRK-TMP-PER-ITEM.
           05 TMP-PER-CHAVE       PIC 9(06).
           05 TMP-PER-QTD         PIC S9(07).
           05 TMP-PER-RECEITA     PIC S9(09)V99.
           05 TMP-PER-ICMS        PIC S9(09)V99.
           05 TMP-PER-CMV         PIC S9(09)V99.
           05 TMP-PER-SEM-CUSTO   PIC X(01).

       01 WRK-QTD-ED PIC Z(06)9-.
       01 WRK-RECEITA-ED PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-ICMS-ED PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-CMV-ED PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-MARGEM-ED PIC ZZ.ZZZ.ZZ9,99-.
       01 WRK-PERC-ED PIC ZZZ9,99-.
       01 WRK-VALOR-ESTQ-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-UNID-ED PIC ZZ.ZZZ.ZZZ.ZZ9.
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-NUM-PAGINA-ED PIC ZZZ9.
       01 WRK-CONT-ED PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           INITIALIZE WRK-TOTAIS.
           MOVE "N" TO WRK-TOT-SEM-CUSTO.
           PERFORM 0010-LER-PARAMETROS.
           PERFORM 0050-LER-HISTORICO.

           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "VENDAS.DAT - STATUS: " WRK-VENDAS-STATUS
               MOVE "F" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ VENDAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-CONT-LIDOS
                       PERFORM 0090-FILTRAR-REGISTRO
                       IF WRK-REG-SELECIONADO EQUAL "S"
                           PERFORM 0100-ACUMULAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDAS-FILE.

           PERFORM 0300-VALORIZAR-ESTOQUE.
           PERFORM 0500-ORDENAR-PRODUTOS.
           PERFORM 0520-ORDENAR-PERIODOS.

           PERFORM 0810-ABRIR-RELATORIO.
           PERFORM 0095-ECOAR-PARAMETROS.
           MOVE WRK-CONT-LIDOS TO WRK-CONT-ED.
           STRING "REGISTROS LIDOS DE VENDAS.DAT: "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-LIDOS-HIST TO WRK-CONT-ED.
           STRING "REGISTROS LIDOS DE VENDAS-HIST.DAT: "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-VENDAS TO WRK-CONT-ED.
           STRING "VENDAS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-ESTORNOS TO WRK-CONT-ED.
           STRING "ESTORNOS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-SEM-CUSTO TO WRK-CONT-ED.
           STRING "LINHAS SEM CUSTO REGISTRADO (*): "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0600-IMPRIMIR-PERIODOS.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0610-IMPRIMIR-PRODUTOS.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0620-IMPRIMIR-VALORIZACAO.
           PERFORM 0840-ENCERRAR-RELATORIO.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * MESMOS PARAMETROS DE SELECAO DO PROG-REL-PERIODO
      * (RELPER-PARAM.DAT, VER RELPARAM.CPY); SEM O ARQUIVO O
      * RELATORIO COBRE O HISTORICO COMPLETO.
       0010-LER-PARAMETROS     SECTION.
           OPEN INPUT PARAM-FILE.
           IF WRK-PAR-STATUS NOT EQUAL "00"
               IF WRK-PAR-STATUS NOT EQUAL "35"
                   DISPLAY "AVISO: RELPER-PARAM.DAT INDISPONIVEL - "
                           "STATUS: " WRK-PAR-STATUS
               END-IF
               DISPLAY "SEM PARAMETROS - RELATORIO DO HISTORICO "
                       "COMPLETO"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "RELPER-PARAM.DAT VAZIO - "
                               "RELATORIO DO HISTORICO COMPLETO"
                   NOT AT END
                       MOVE "S" TO WRK-TEM-PARAMETROS
                       MOVE PAR-DATA-INICIO TO WRK-DATA-INICIO
                       MOVE PAR-DATA-FIM TO WRK-DATA-FIM
                       MOVE PAR-COD-PRODUTO TO WRK-FILTRO-PRODUTO
                       MOVE PAR-OPERADOR TO WRK-FILTRO-OPERADOR
               END-READ
               CLOSE PARAM-FILE
               PERFORM 0020-VALIDAR-PARAMETROS
           END-IF.

       0020-VALIDAR-PARAMETROS     SECTION.
           IF WRK-DATA-INICIO NOT EQUAL ZEROS AND
                   WRK-DATA-FIM NOT EQUAL ZEROS AND
                   WRK-DATA-FIM < WRK-DATA-INICIO
               DISPLAY "PARAMETRO INVALIDO: DATA FINAL "
                       WRK-DATA-FIM " ANTERIOR A DATA INICIAL "
                       WRK-DATA-INICIO
               DISPLAY "EXECUCAO CANCELADA"
               MOVE "F" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.
           IF WRK-FILTRO-PRODUTO NOT EQUAL SPACES
               OPEN INPUT PRODUTOS-FILE
               IF WRK-PROD-STATUS NOT EQUAL "00"
                   DISPLAY "PARAMETRO NAO VERIFICAVEL: CADASTRO DE "
                           "PRODUTOS INDISPONIVEL - STATUS: "
                           WRK-PROD-STATUS
                   DISPLAY "EXECUCAO CANCELADA"
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE WRK-FILTRO-PRODUTO TO PROD-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       DISPLAY "PARAMETRO INVALIDO: PRODUTO NAO "
                               "CADASTRADO - " WRK-FILTRO-PRODUTO
                       DISPLAY "EXECUCAO CANCELADA"
                       CLOSE PRODUTOS-FILE
                       MOVE "F" TO WRK-JRN-TIPO
                       MOVE "A" TO WRK-JRN-TERMINO
                       PERFORM 0950-GRAVAR-JORNAL
                       STOP RUN
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CLOSE PRODUTOS-FILE
           END-IF.

      * O HISTORICO E OPCIONAL: SO EXISTE DEPOIS DO PRIMEIRO
      * ARQUIVAMENTO PELO PROG-ARQUIVA.
       0050-LER-HISTORICO     SECTION.
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
                           ADD 1 TO WRK-CONT-LIDOS-HIST
                           MOVE REG-VENDA-HIST TO REG-VENDA
                           PERFORM 0090-FILTRAR-REGISTRO
                           IF WRK-REG-SELECIONADO EQUAL "S"
                               PERFORM 0100-ACUMULAR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS-HIST
           END-IF.

       0090-FILTRAR-REGISTRO     SECTION.
           MOVE "S" TO WRK-REG-SELECIONADO.
           IF WRK-DATA-INICIO NOT EQUAL ZEROS AND
                   REG-VENDA-DATA < WRK-DATA-INICIO
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-DATA-FIM NOT EQUAL ZEROS AND
                   REG-VENDA-DATA > WRK-DATA-FIM
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-FILTRO-PRODUTO NOT EQUAL SPACES AND
                   REG-VENDA-COD-PROD NOT EQUAL WRK-FILTRO-PRODUTO
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-FILTRO-OPERADOR NOT EQUAL SPACES AND
                   REG-VENDA-OPERADOR NOT EQUAL WRK-FILTRO-OPERADOR
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-REG-SELECIONADO EQUAL "N"
               ADD 1 TO WRK-CONT-FORA-FILTRO
           END-IF.

       0095-ECOAR-PARAMETROS     SECTION.
           IF WRK-TEM-PARAMETROS NOT EQUAL "S"
               MOVE "SELECAO: HISTORICO COMPLETO (SEM PARAMETROS)"
                       TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               STRING "SELECAO: PERIODO DE " DELIMITED BY SIZE
                       WRK-DATA-INICIO DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WRK-DATA-FIM DELIMITED BY SIZE
                       " (ZEROS = SEM LIMITE)" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               IF WRK-FILTRO-PRODUTO NOT EQUAL SPACES
                   STRING "FILTRO DE PRODUTO: " DELIMITED BY SIZE
                           WRK-FILTRO-PRODUTO DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
               IF WRK-FILTRO-OPERADOR NOT EQUAL SPACES
                   STRING "FILTRO DE OPERADOR: " DELIMITED BY SIZE
                           WRK-FILTRO-OPERADOR DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
               MOVE WRK-CONT-FORA-FILTRO TO WRK-CONT-ED
               STRING "REGISTROS FORA DA SELECAO: "
                       DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * CMV DA LINHA = QUANTIDADE X CUSTO MEDIO GRAVADO NA VENDA.
       0100-ACUMULAR-REGISTRO     SECTION.
           MOVE REG-VENDA-VALOR TO WRK-VALOR.
           MOVE REG-VENDA-VALOR-ICMS TO WRK-VALOR-ICMS.
           MOVE REG-VENDA-QTDE TO WRK-QTDE.
           COMPUTE WRK-CMV = REG-VENDA-QTDE * REG-VENDA-CUSTO-UNIT.
           MOVE REG-VENDA-DATA TO WRK-DATA-REG.
           MOVE WRK-DATA-REG(1:6) TO WRK-PERIODO-CHAVE.
           IF REG-VENDA-TIPO-ESTORNO
               ADD 1 TO WRK-CONT-ESTORNOS
               SUBTRACT WRK-QTDE FROM WRK-TOT-QTD
               SUBTRACT WRK-VALOR FROM WRK-TOT-RECEITA
               SUBTRACT WRK-VALOR-ICMS FROM WRK-TOT-ICMS
               SUBTRACT WRK-CMV FROM WRK-TOT-CMV
           ELSE
               ADD 1 TO WRK-CONT-VENDAS
               ADD WRK-QTDE TO WRK-TOT-QTD
               ADD WRK-VALOR TO WRK-TOT-RECEITA
               ADD WRK-VALOR-ICMS TO WRK-TOT-ICMS
               ADD WRK-CMV TO WRK-TOT-CMV
           END-IF.
           IF REG-VENDA-CUSTO-UNIT EQUAL ZEROS
               ADD 1 TO WRK-CONT-SEM-CUSTO
               MOVE "S" TO WRK-TOT-SEM-CUSTO
           END-IF.
           PERFORM 0210-ATUALIZAR-TABELA-PRODUTO.
           PERFORM 0230-ATUALIZAR-TABELA-PERIODO.

       0210-ATUALIZAR-TABELA-PRODUTO     SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-TAB-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PROD-IDX > WRK-TAB-PROD-QTDE
               IF TAB-PROD-COD(WRK-TAB-PROD-IDX) EQUAL
                       REG-VENDA-COD-PROD
                   PERFORM 0211-SOMAR-PRODUTO
                   MOVE "S" TO WRK-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-TAB-PROD-QTDE < 2000
                   ADD 1 TO WRK-TAB-PROD-QTDE
                   SET WRK-TAB-PROD-IDX TO WRK-TAB-PROD-QTDE
                   INITIALIZE WRK-TAB-PROD-ITEM(WRK-TAB-PROD-IDX)
                   MOVE REG-VENDA-COD-PROD TO
                           TAB-PROD-COD(WRK-TAB-PROD-IDX)
                   MOVE REG-VENDA-PRODUTO TO
                           TAB-PROD-DESC(WRK-TAB-PROD-IDX)
                   MOVE "N" TO TAB-PROD-SEM-CUSTO(WRK-TAB-PROD-IDX)
                   PERFORM 0211-SOMAR-PRODUTO
               ELSE
                   DISPLAY "AVISO: TABELA DE PRODUTOS CHEIA - "
                           "RELATORIO PODE ESTAR INCOMPLETO"
               END-IF
           END-IF.

       0211-SOMAR-PRODUTO     SECTION.
           IF REG-VENDA-TIPO-ESTORNO
               SUBTRACT WRK-QTDE FROM TAB-PROD-QTD(WRK-TAB-PROD-IDX)
               SUBTRACT WRK-VALOR FROM
                       TAB-PROD-RECEITA(WRK-TAB-PROD-IDX)
               SUBTRACT WRK-VALOR-ICMS FROM
                       TAB-PROD-ICMS(WRK-TAB-PROD-IDX)
               SUBTRACT WRK-CMV FROM TAB-PROD-CMV(WRK-TAB-PROD-IDX)
           ELSE
               ADD WRK-QTDE TO TAB-PROD-QTD(WRK-TAB-PROD-IDX)
               ADD WRK-VALOR TO TAB-PROD-RECEITA(WRK-TAB-PROD-IDX)
               ADD WRK-VALOR-ICMS TO TAB-PROD-ICMS(WRK-TAB-PROD-IDX)
               ADD WRK-CMV TO TAB-PROD-CMV(WRK-TAB-PROD-IDX)
           END-IF.
           IF REG-VENDA-CUSTO-UNIT EQUAL ZEROS
               MOVE "S" TO TAB-PROD-SEM-CUSTO(WRK-TAB-PROD-IDX)
           END-IF.

       0230-ATUALIZAR-TABELA-PERIODO     SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-TAB-PER-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PER-IDX > WRK-TAB-PER-QTDE
               IF TAB-PER-CHAVE(WRK-TAB-PER-IDX) EQUAL
                       WRK-PERIODO-CHAVE
                   PERFORM 0231-SOMAR-PERIODO
                   MOVE "S" TO WRK-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-TAB-PER-QTDE < 240
                   ADD 1 TO WRK-TAB-PER-QTDE
                   SET WRK-TAB-PER-IDX TO WRK-TAB-PER-QTDE
                   INITIALIZE WRK-TAB-PER-ITEM(WRK-TAB-PER-IDX)
                   MOVE WRK-PERIODO-CHAVE TO
                           TAB-PER-CHAVE(WRK-TAB-PER-IDX)
                   MOVE "N" TO TAB-PER-SEM-CUSTO(WRK-TAB-PER-IDX)
                   PERFORM 0231-SOMAR-PERIODO
               ELSE
                   DISPLAY "AVISO: TABELA DE PERIODOS CHEIA - "
                           "RELATORIO PODE ESTAR INCOMPLETO"
               END-IF
           END-IF.

       0231-SOMAR-PERIODO     SECTION.
           IF REG-VENDA-TIPO-ESTORNO
               SUBTRACT WRK-QTDE FROM TAB-PER-QTD(WRK-TAB-PER-IDX)
               SUBTRACT WRK-VALOR FROM
                       TAB-PER-RECEITA(WRK-TAB-PER-IDX)
               SUBTRACT WRK-VALOR-ICMS FROM
                       TAB-PER-ICMS(WRK-TAB-PER-IDX)
               SUBTRACT WRK-CMV FROM TAB-PER-CMV(WRK-TAB-PER-IDX)
           ELSE
               ADD WRK-QTDE TO TAB-PER-QTD(WRK-TAB-PER-IDX)
               ADD WRK-VALOR TO TAB-PER-RECEITA(WRK-TAB-PER-IDX)
               ADD WRK-VALOR-ICMS TO TAB-PER-ICMS(WRK-TAB-PER-IDX)
               ADD WRK-CMV TO TAB-PER-CMV(WRK-TAB-PER-IDX)
           END-IF.
           IF REG-VENDA-CUSTO-UNIT EQUAL ZEROS
               MOVE "S" TO TAB-PER-SEM-CUSTO(WRK-TAB-PER-IDX)
           END-IF.

      * VALORIZACAO DO ESTOQUE ATUAL: SALDO X CUSTO MEDIO DE CADA
      * PRODUTO DO CADASTRO (ATIVO OU NAO - SE TEM SALDO, TEM
      * VALOR). COM FILTRO DE PRODUTO SO ELE E VALORIZADO. PRODUTOS
      * COM SALDO E SEM CUSTO MEDIO SAO CONTADOS A PARTE.
       0300-VALORIZAR-ESTOQUE     SECTION.
           MOVE "N" TO WRK-ESTQ-OK.
           OPEN INPUT PRODUTOS-FILE.
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: PRODUTOS.DAT INDISPONIVEL - "
                       "STATUS: " WRK-PROD-STATUS
               MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               MOVE "S" TO WRK-ESTQ-OK
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ PRODUTOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF (WRK-FILTRO-PRODUTO EQUAL SPACES OR
                                   PROD-CODIGO EQUAL
                                   WRK-FILTRO-PRODUTO) AND
                                   PROD-QTDE-ESTOQUE > ZEROS
                               PERFORM 0310-SOMAR-ESTOQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS-FILE
           END-IF.

       0310-SOMAR-ESTOQUE     SECTION.
           ADD 1 TO WRK-ESTQ-PRODUTOS.
           ADD PROD-QTDE-ESTOQUE TO WRK-ESTQ-UNIDADES.
           IF PROD-CUSTO-MEDIO EQUAL ZEROS
               ADD 1 TO WRK-ESTQ-SEM-CUSTO
           ELSE
               COMPUTE WRK-ESTQ-VALOR = WRK-ESTQ-VALOR +
                       PROD-QTDE-ESTOQUE * PROD-CUSTO-MEDIO
           END-IF.

      * TODOS OS PRODUTOS SAEM NO RELATORIO, ORDENADOS POR MARGEM
      * BRUTA DECRESCENTE - OS QUE MAIS DAO RESULTADO PRIMEIRO E OS
      * DE MARGEM NEGATIVA NO FIM.
       0500-ORDENAR-PRODUTOS     SECTION.
           PERFORM VARYING WRK-TAB-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PROD-IDX > WRK-TAB-PROD-QTDE
               COMPUTE TAB-PROD-MARGEM(WRK-TAB-PROD-IDX) =
                       TAB-PROD-RECEITA(WRK-TAB-PROD-IDX) -
                       TAB-PROD-ICMS(WRK-TAB-PROD-IDX) -
                       TAB-PROD-CMV(WRK-TAB-PROD-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-TAB-PROD-QTDE
               MOVE WRK-POS TO WRK-MAIOR-IDX
               PERFORM VARYING WRK-J FROM WRK-POS BY 1
                       UNTIL WRK-J > WRK-TAB-PROD-QTDE
                   IF TAB-PROD-MARGEM(WRK-J) >
                           TAB-PROD-MARGEM(WRK-MAIOR-IDX)
                       MOVE WRK-J TO WRK-MAIOR-IDX
                   END-IF
               END-PERFORM
               IF WRK-MAIOR-IDX NOT EQUAL WRK-POS
                   MOVE WRK-TAB-PROD-ITEM(WRK-POS) TO
                           WRK-TMP-PROD-ITEM
                   MOVE WRK-TAB-PROD-ITEM(WRK-MAIOR-IDX) TO
                           WRK-TAB-PROD-ITEM(WRK-POS)
                   MOVE WRK-TMP-PROD-ITEM TO
                           WRK-TAB-PROD-ITEM(WRK-MAIOR-IDX)
               END-IF
           END-PERFORM.

       0520-ORDENAR-PERIODOS     SECTION.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-TAB-PER-QTDE
               MOVE WRK-POS TO WRK-MAIOR-IDX
               PERFORM VARYING WRK-J FROM WRK-POS BY 1
                       UNTIL WRK-J > WRK-TAB-PER-QTDE
                   IF TAB-PER-CHAVE(WRK-J) <
                           TAB-PER-CHAVE(WRK-MAIOR-IDX)
                       MOVE WRK-J TO WRK-MAIOR-IDX
                   END-IF
               END-PERFORM
               IF WRK-MAIOR-IDX NOT EQUAL WRK-POS
                   MOVE WRK-TAB-PER-ITEM(WRK-POS) TO WRK-TMP-PER-ITEM
                   MOVE WRK-TAB-PER-ITEM(WRK-MAIOR-IDX) TO
                           WRK-TAB-PER-ITEM(WRK-POS)
                   MOVE WRK-TMP-PER-ITEM TO
                           WRK-TAB-PER-ITEM(WRK-MAIOR-IDX)
               END-IF
           END-PERFORM.

       0600-IMPRIMIR-PERIODOS     SECTION.
           MOVE "MARGEM BRUTA POR PERIODO (AAAAMM)" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0700-CABECALHO-COLUNAS.
           PERFORM VARYING WRK-TAB-PER-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PER-IDX > WRK-TAB-PER-QTDE
               MOVE TAB-PER-CHAVE(WRK-TAB-PER-IDX) TO WRK-COL-CHAVE
               MOVE SPACES TO WRK-COL-DESC
               MOVE TAB-PER-QTD(WRK-TAB-PER-IDX) TO WRK-COL-QTD
               MOVE TAB-PER-RECEITA(WRK-TAB-PER-IDX) TO
                       WRK-COL-RECEITA
               MOVE TAB-PER-ICMS(WRK-TAB-PER-IDX) TO WRK-COL-ICMS
               MOVE TAB-PER-CMV(WRK-TAB-PER-IDX) TO WRK-COL-CMV
               MOVE TAB-PER-SEM-CUSTO(WRK-TAB-PER-IDX) TO
                       WRK-COL-SEM-CUSTO
               PERFORM 0710-MONTAR-LINHA
           END-PERFORM.
           PERFORM 0720-LINHA-TOTAL.

       0610-IMPRIMIR-PRODUTOS     SECTION.
           MOVE "MARGEM BRUTA POR PRODUTO (MAIOR MARGEM PRIMEIRO)"
                   TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0700-CABECALHO-COLUNAS.
           PERFORM VARYING WRK-TAB-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PROD-IDX > WRK-TAB-PROD-QTDE
               MOVE TAB-PROD-COD(WRK-TAB-PROD-IDX) TO WRK-COL-CHAVE
               MOVE TAB-PROD-DESC(WRK-TAB-PROD-IDX) TO WRK-COL-DESC
               MOVE TAB-PROD-QTD(WRK-TAB-PROD-IDX) TO WRK-COL-QTD
               MOVE TAB-PROD-RECEITA(WRK-TAB-PROD-IDX) TO
                       WRK-COL-RECEITA
               MOVE TAB-PROD-ICMS(WRK-TAB-PROD-IDX) TO WRK-COL-ICMS
               MOVE TAB-PROD-CMV(WRK-TAB-PROD-IDX) TO WRK-COL-CMV
               MOVE TAB-PROD-SEM-CUSTO(WRK-TAB-PROD-IDX) TO
                       WRK-COL-SEM-CUSTO
               PERFORM 0710-MONTAR-LINHA
           END-PERFORM.
           PERFORM 0720-LINHA-TOTAL.
           IF WRK-CONT-SEM-CUSTO > ZEROS
               STRING "(*) CONTEM VENDAS SEM CUSTO REGISTRADO - "
                       DELIMITED BY SIZE
                       "MARGEM SUPERESTIMADA" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.

       0620-IMPRIMIR-VALORIZACAO     SECTION.
           MOVE "VALORIZACAO DO ESTOQUE A CUSTO MEDIO (POSICAO ATUAL)"
                   TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "----------------------------------------" TO
                   WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-ESTQ-OK NOT EQUAL "S"
               STRING "CADASTRO DE PRODUTOS INDISPONIVEL - "
                       DELIMITED BY SIZE
                       "VALORIZACAO NAO CALCULADA" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               MOVE WRK-ESTQ-PRODUTOS TO WRK-CONT-ED
               STRING "PRODUTOS COM SALDO: " DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE WRK-ESTQ-UNIDADES TO WRK-UNID-ED
               STRING "UNIDADES EM ESTOQUE: " DELIMITED BY SIZE
                       WRK-UNID-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE WRK-ESTQ-VALOR TO WRK-VALOR-ESTQ-ED
               STRING "VALOR TOTAL DO ESTOQUE A CUSTO: "
                       DELIMITED BY SIZE
                       WRK-VALOR-ESTQ-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               IF WRK-ESTQ-SEM-CUSTO > ZEROS
                   MOVE WRK-ESTQ-SEM-CUSTO TO WRK-CONT-ED
                   STRING "PRODUTOS COM SALDO SEM CUSTO MEDIO (FORA "
                           DELIMITED BY SIZE
                           "DO VALOR): " DELIMITED BY SIZE
                           WRK-CONT-ED DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           END-IF.

      * AS COLUNAS DO CABECALHO TEM AS MESMAS LARGURAS DOS CAMPOS
      * MONTADOS NO 0710.
       0700-CABECALHO-COLUNAS     SECTION.
           STRING "CHAVE     " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "DESCRICAO           " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "    QTDE" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "       RECEITA" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "          ICMS" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "           CMV" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "  MARGEM BRUTA" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "MARGEM %" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA(1:110).
           PERFORM 0820-GRAVAR-LINHA-REL.

      * MARGEM BRUTA = RECEITA - ICMS - CMV; O PERCENTUAL E SOBRE A
      * RECEITA LIQUIDA DE ICMS (ZERO QUANDO NAO HA RECEITA).
       0710-MONTAR-LINHA     SECTION.
           COMPUTE WRK-COL-LIQUIDA = WRK-COL-RECEITA - WRK-COL-ICMS.
           COMPUTE WRK-COL-MARGEM = WRK-COL-LIQUIDA - WRK-COL-CMV.
           IF WRK-COL-LIQUIDA EQUAL ZEROS
               MOVE ZEROS TO WRK-COL-PERC
           ELSE
               COMPUTE WRK-COL-PERC ROUNDED =
                       WRK-COL-MARGEM * 100 / WRK-COL-LIQUIDA
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-COL-PERC
               END-COMPUTE
           END-IF.
           MOVE WRK-COL-QTD TO WRK-QTD-ED.
           MOVE WRK-COL-RECEITA TO WRK-RECEITA-ED.
           MOVE WRK-COL-ICMS TO WRK-ICMS-ED.
           MOVE WRK-COL-CMV TO WRK-CMV-ED.
           MOVE WRK-COL-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-COL-PERC TO WRK-PERC-ED.
           STRING WRK-COL-CHAVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-COL-DESC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-RECEITA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-ICMS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-CMV-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-MARGEM-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-PERC-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           IF WRK-COL-SEM-CUSTO EQUAL "S"
               MOVE "*" TO WRK-LINHA(112:1)
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0720-LINHA-TOTAL     SECTION.
           MOVE ALL "-" TO WRK-LINHA(1:110).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "TOTAL" TO WRK-COL-CHAVE.
           MOVE SPACES TO WRK-COL-DESC.
           MOVE WRK-TOT-QTD TO WRK-COL-QTD.
           MOVE WRK-TOT-RECEITA TO WRK-COL-RECEITA.
           MOVE WRK-TOT-ICMS TO WRK-COL-ICMS.
           MOVE WRK-TOT-CMV TO WRK-COL-CMV.
           MOVE WRK-TOT-SEM-CUSTO TO WRK-COL-SEM-CUSTO.
           PERFORM 0710-MONTAR-LINHA.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "MARGEM-" DELIMITED BY SIZE
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

       0820-GRAVAR-LINHA-REL     SECTION.
           IF WRK-REL-OK NOT EQUAL "S"
               DISPLAY WRK-LINHA(1:112)
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
           STRING "PROG-REL-MARGEM - MARGEM BRUTA E CUSTO  "
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
      * DE INICIO SOBREVIVER A UMA QUEDA DO PROGRAMA.
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
               MOVE "PROG-REL-MARGEM" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "B" TO JRN-MODO
               MOVE WRK-CONT-LIDOS TO JRN-LIDOS
               MOVE WRK-CONT-VENDAS TO JRN-ACEITOS
               MOVE WRK-CONT-ESTORNOS TO JRN-REJEITADOS
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
