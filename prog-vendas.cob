      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: VENDAS DE PRODUTOS COM ACUMULADOS
      *==DATA XX/XX/2024
      *==OBSERVACOES: LOTE INTERROMPIDO - UMA RODADA EM LOTE QUE
      *                CAI NO MEIO (LIMITE DE ACUMULADO EM
      *                0900-ABORTAR-OVERFLOW OU QUEDA DO PROGRAMA)
      *                DEIXA O LOTE "A" EM LOTES.DAT, COM PARTE DAS
      *                VENDAS JA GRAVADA, E O NUMERO DO LOTE NAO PODE
      *                SER CARREGADO DE NOVO. RECUPERACAO: (1) RODAR O
      *                PROG-RECONCILIA PARA VER QUANTOS REGISTROS DO
      *                LOTE FALTAM; (2) DIGITAR NESTE PROGRAMA, NO
      *                CAIXA, AS VENDAS QUE NAO FORAM GRAVADAS; (3)
      *                ENCERRAR O LOTE NO PROG-FECHAMES (OPCAO 4), COM
      *                AUTORIZACAO DE SUPERVISOR OU GERENTE E MOTIVO,
      *                PARA O MES PODER SER FECHADO.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT CUPOM-FILE
               ASSIGN TO WRK-NOME-CUPOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUPOM-STATUS.

           SELECT VENDAS-HIST
               ASSIGN TO "VENDAS-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT RECEBER-FILE
               ASSIGN TO "RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT RECEBER-MOV
               ASSIGN TO "RECEBER-MOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LCR-STATUS.

           SELECT LOTES-FILE
               ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-NUM-LOTE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-ANO-MES
               FILE STATUS IS WRK-PER-STATUS.

           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  VENDAS-FILE.
       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  CUPOM-FILE.
       01  REG-CUPOM PIC X(48).

       FD  VENDAS-HIST.
           COPY "vendareg.cpy" REPLACING
               ==REG-VENDA== BY ==REG-VENDA-HIST==
               LEADING ==REG-VENDA== BY ==HIST==.

       FD  CLIENTES-FILE.
           COPY "clireg.cpy".

       FD  RECEBER-FILE.
           COPY "recreg.cpy".

       FD  RECEBER-MOV.
           COPY "lcrreg.cpy".

       FD  LOTES-FILE.
           COPY "lotereg.cpy".

       FD  PERIODOS-FILE.
           COPY "perreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PRODUTO PIC X(30) VALUE SPACES.
       77 WRK-VALOR PIC 9(05)V99 VALUE ZEROS.
       77 WRK-OPER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-MESTRE-OK PIC X(01) VALUE "N".
       77 WRK-OPERADOR-VALIDO PIC X(01) VALUE "N".
       77 WRK-PERFIL-OPERADOR PIC X(01) VALUE SPACES.
       77 WRK-SENHA PIC X(08) VALUE SPACES.
       77 WRK-TENTATIVAS-SENHA PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEG-FUNCAO PIC X(10) VALUE SPACES.
       77 WRK-SEG-EVENTO PIC X(01) VALUE SPACES.
       77 WRK-SEG-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-SEG-DETALHE PIC X(40) VALUE SPACES.
       77 WRK-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-AUTORIZADO PIC X(01) VALUE "N".
       77 WRK-PERFIL-LIBERA PIC X(01) VALUE "N".
       77 WRK-SEG-OBJETO PIC X(40) VALUE SPACES.
       77 WRK-FORMA-PGTO PIC X(01) VALUE "D".
       77 WRK-FORMA-VALIDA PIC X(01) VALUE "N".
       77 WRK-TAB-FORMA-QTDE PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-ICMS PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOTAL PIC 9(14)V99 VALUE ZEROS.
       77 WRK-HORA-TRANSACAO PIC 9(08) VALUE ZEROS.
       77 WRK-CUPOM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CUPOM-OK PIC X(01) VALUE "N".
       77 WRK-NOME-CUPOM PIC X(30) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-HIST PIC X(01) VALUE "N".
       77 WRK-HIST-ABERTO PIC X(01) VALUE "N".
       77 WRK-NUM-REIMPRESSAO PIC 9(07) VALUE ZEROS.
       77 WRK-ACHOU-CUPOM PIC X(01) VALUE "N".
       77 WRK-NO-BLOCO-HIST PIC X(01) VALUE "N".
       77 WRK-COD-FORMA-DESC PIC X(01) VALUE SPACES.
       77 WRK-CLI-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CLI-MESTRE-OK PIC X(01) VALUE "N".
       77 WRK-REC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REC-OK PIC X(01) VALUE "N".
       77 WRK-LCR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LCR-OK PIC X(01) VALUE "N".
       77 WRK-COD-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-CLIENTE-VALIDO PIC X(01) VALUE "N".
       77 WRK-SALDO-PREVISTO PIC S9(10)V99 VALUE ZEROS.
       77 WRK-PRAZO-RECEBER PIC 9(03) VALUE 30.
       77 WRK-TIPO-LANC PIC X(01) VALUE SPACES.
       77 WRK-NUM-TITULO PIC 9(07) VALUE ZEROS.
       77 WRK-VENDAS-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LOT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LOT-OK PIC X(01) VALUE "N".
       77 WRK-LOTE-VALIDO PIC X(01) VALUE "N".
       77 WRK-MOTIVO-LOTE PIC X(45) VALUE SPACES.
       77 WRK-NUM-LOTE PIC X(12) VALUE SPACES.
       77 WRK-LOTE-ORIGEM PIC X(10) VALUE SPACES.
       77 WRK-LOTE-DATA-NEGOCIO PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU-TRAILER PIC X(01) VALUE "N".
       77 WRK-LEU-DETALHE PIC X(01) VALUE "N".
       77 WRK-CONT-LOTE-ACEITOS PIC 9(07) VALUE ZEROS.
       77 WRK-PER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MES-VERIFICAR PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE "N".

      * TOTAIS DE CONTROLE DO LOTE: OS APURADOS NA LEITURA DOS
      * DETALHES (CTL-) E OS INFORMADOS NO TRAILER (TRL-).
       01 WRK-CONTROLE-LOTE.
           05 WRK-CTL-QTDE-REG       PIC 9(07).
           05 WRK-CTL-VALOR-TOTAL    PIC 9(11)V99.
           05 WRK-CTL-QTDE-TOTAL     PIC 9(09).
           05 WRK-TRL-QTDE-REG       PIC 9(07).
           05 WRK-TRL-VALOR-TOTAL    PIC 9(11)V99.
           05 WRK-TRL-QTDE-TOTAL     PIC 9(09).
       01 WRK-CTL-VALOR-LINHA PIC 9(11)V99 VALUE ZEROS.
       01 WRK-CTL-CONT-ED PIC Z.ZZZ.ZZ9.
       01 WRK-CTL-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-CTL-QTDE-ED PIC ZZZ.ZZZ.ZZ9.

      * ITENS DO CUPOM EM DIGITACAO (OU, NUM ESTORNO, AS LINHAS DA
      * VENDA ORIGINAL A REVERTER). CADA ITEM VIRA UM REG-VENDA COM
               10 ITEM-VALOR-UNIT    PIC 9(05)V99.
               10 ITEM-VALOR         PIC 9(09)V99.
               10 ITEM-VALOR-ICMS    PIC 9(09)V99.
               10 ITEM-CUSTO-UNIT    PIC 9(05)V99.

      * SUBTOTAIS DO DIA POR FORMA DE PAGAMENTO, COM ESTORNOS
      * ABATIDOS DA FORMA QUE DEVOLVEM - BASE DO FECHAMENTO DE

       01 WRK-DESC-FORMA PIC X(10) VALUE SPACES.

      * CABECALHO DO CUPOM EM IMPRESSAO - PREENCHIDO PELA TRANSACAO
      * RECEM-GRAVADA (1A VIA) OU PELAS LINHAS RELIDAS DE VENDAS.DAT
      * / VENDAS-HIST.DAT NA REIMPRESSAO (2A VIA). OS ITENS FICAM
      * EM WRK-TAB-ITENS.
       01 WRK-CUPOM.
           05 WRK-CUP-VIA            PIC X(01).
           05 WRK-CUP-NUM-TRANS      PIC 9(07).
           05 WRK-CUP-DATA           PIC 9(08).
           05 WRK-CUP-DATA-R REDEFINES WRK-CUP-DATA.
               10 WRK-CUP-AAAA       PIC 9(04).
               10 WRK-CUP-MM         PIC 9(02).
               10 WRK-CUP-DD         PIC 9(02).
           05 WRK-CUP-HORA           PIC 9(06).
           05 WRK-CUP-HORA-R REDEFINES WRK-CUP-HORA.
               10 WRK-CUP-HH         PIC 9(02).
               10 WRK-CUP-MI         PIC 9(02).
               10 WRK-CUP-SS         PIC 9(02).
           05 WRK-CUP-OPERADOR       PIC X(06).
           05 WRK-CUP-FORMA          PIC X(01).
           05 WRK-CUP-TIPO           PIC X(01).
           05 WRK-CUP-ESTORNO-DE     PIC 9(07).
           05 WRK-CUP-CLIENTE        PIC X(06).
           05 WRK-CUP-TOTAL          PIC 9(09)V99.
           05 WRK-CUP-ICMS           PIC 9(09)V99.
           05 WRK-CUP-UNIDADES       PIC 9(07).

       01 WRK-LINHA-CUPOM PIC X(48) VALUE SPACES.
       01 WRK-CUP-ITEM-ED PIC ZZ9.
       01 WRK-CUP-QTDE-ED PIC ZZZZ9.
       01 WRK-CUP-UNIT-ED PIC ZZ.ZZ9,99.
       01 WRK-CUP-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-CUP-UNID-ED PIC Z.ZZZ.ZZ9.

       01 WRK-TAB-PRODUTOS.
           05 WRK-TAB-PROD-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-TAB-PROD-IDX.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.

      * AS VENDAS SAO DATADAS COM A DATA DE HOJE: COM O MES JA
      * FECHADO PELO PROG-FECHAMES NADA PODE SER LANCADO.
           MOVE WRK-DATA-TRANSACAO(1:6) TO WRK-MES-VERIFICAR.
           PERFORM 0040-VERIFICAR-PERIODO.
           IF WRK-PERIODO-FECHADO EQUAL "S"
               DISPLAY "ERRO FATAL: PERIODO " WRK-MES-VERIFICAR
                       " FECHADO - NENHUM LANCAMENTO PERMITIDO"
               MOVE "A" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.

           IF WRK-MODO-BATCH EQUAL "S"
               PERFORM 0050-VALIDAR-LOTE
               IF WRK-LOTE-VALIDO NOT EQUAL "S"
                   PERFORM 0059-RECUSAR-LOTE
               END-IF
           END-IF.

           OPEN I-O PRODUTOS-FILE.
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: CADASTRO DE PRODUTOS INDISPONIVEL"
               MOVE "S" TO WRK-OPER-MESTRE-OK
           END-IF.

           PERFORM 0065-ABRIR-RECEBER.

           PERFORM 0060-ABRIR-CHECKPOINT.

      * O ARQUIVO DE VENDAS E INDEXADO E FICA ABERTO EM I-O DURANTE
               UNTIL WRK-ENCERRAR EQUAL "S"
                  OR WRK-FIM-ARQUIVO EQUAL "S".
           PERFORM 0300-FINISH.
           IF WRK-MODO-BATCH EQUAL "S"
               PERFORM 0056-CONCLUIR-LOTE
           END-IF.
           PERFORM 0400-FECHAR-ARQUIVOS.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * ARQUIVOS DE VENDA A PRAZO: SEM O CADASTRO DE CLIENTES, OS
      * TITULOS OU O RAZAO DE CONTAS A RECEBER A FORMA "A" E
      * RECUSADA (NAO HA COMO CONFERIR LIMITE NEM LANCAR O DEBITO),
      * MAS AS DEMAIS FORMAS SEGUEM NORMALMENTE.
       0065-ABRIR-RECEBER     SECTION.
           MOVE "N" TO WRK-CLI-MESTRE-OK.
           MOVE "N" TO WRK-REC-OK.
           MOVE "N" TO WRK-LCR-OK.
           OPEN I-O CLIENTES-FILE.
           IF WRK-CLI-STATUS EQUAL "00"
               MOVE "S" TO WRK-CLI-MESTRE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE CLIENTES INDISPONIVEL - "
                       "VENDA A PRAZO BLOQUEADA"
           END-IF.
           OPEN I-O RECEBER-FILE.
           IF WRK-REC-STATUS EQUAL "35"
               OPEN OUTPUT RECEBER-FILE
               IF WRK-REC-STATUS EQUAL "00"
                   CLOSE RECEBER-FILE
                   OPEN I-O RECEBER-FILE
               END-IF
           END-IF.
           IF WRK-REC-STATUS EQUAL "00"
               MOVE "S" TO WRK-REC-OK
           ELSE
               DISPLAY "AVISO: RECEBER.DAT INDISPONIVEL - STATUS: "
                       WRK-REC-STATUS " - VENDA A PRAZO BLOQUEADA"
           END-IF.
           OPEN EXTEND RECEBER-MOV.
           IF WRK-LCR-STATUS NOT EQUAL "00"
               OPEN OUTPUT RECEBER-MOV
           END-IF.
           IF WRK-LCR-STATUS EQUAL "00"
               MOVE "S" TO WRK-LCR-OK
           ELSE
               DISPLAY "AVISO: RECEBER-MOV.DAT INDISPONIVEL - STATUS: "
                       WRK-LCR-STATUS " - VENDA A PRAZO BLOQUEADA"
           END-IF.

      * CONSULTA O CONTROLE DE PERIODOS MANTIDO PELO PROG-FECHAMES:
      * WRK-PERIODO-FECHADO = "S" QUANDO O MES WRK-MES-VERIFICAR
      * (AAAAMM) ESTA FECHADO. SEM PERIODOS.DAT NENHUM MES FOI
      * FECHADO AINDA; O ARQUIVO ILEGIVEL SO GERA AVISO PARA NAO
      * PARAR O CAIXA.
       0040-VERIFICAR-PERIODO     SECTION.
           MOVE "N" TO WRK-PERIODO-FECHADO.
           OPEN INPUT PERIODOS-FILE.
           IF WRK-PER-STATUS NOT EQUAL "00"
               IF WRK-PER-STATUS NOT EQUAL "35"
                   DISPLAY "AVISO: CONTROLE DE PERIODOS (PERIODOS.DAT)"
                           " INDISPONIVEL - STATUS: " WRK-PER-STATUS
                   MOVE WRK-PER-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               END-IF
           ELSE
               MOVE WRK-MES-VERIFICAR TO PER-ANO-MES
               READ PERIODOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-FECHADO
                           MOVE "S" TO WRK-PERIODO-FECHADO
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
           END-IF.

      * CONFERENCIA DO LOTE ANTES DE GRAVAR QUALQUER VENDA: O
      * ARQUIVO E LIDO UMA VEZ INTEIRO PARA EXIGIR O CABECALHO NO
      * INICIO E O TRAILER NO FIM (ARQUIVO TRUNCADO FICA SEM
      * TRAILER) E BATER QUANTIDADE DE REGISTROS, VALOR TOTAL E
      * QUANTIDADE TOTAL DOS DETALHES COM O TRAILER. SO ENTAO O
      * LOTE E PROCURADO NO REGISTRO DE LOTES PROCESSADOS E O
      * ARQUIVO E REABERTO PARA O PROCESSAMENTO.
       0050-VALIDAR-LOTE     SECTION.
           MOVE "N" TO WRK-LOTE-VALIDO.
           MOVE SPACES TO WRK-MOTIVO-LOTE.
           MOVE SPACES TO WRK-NUM-LOTE.
           INITIALIZE WRK-CONTROLE-LOTE.
           MOVE "N" TO WRK-ACHOU-TRAILER.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           READ VENDAS-ENTRADA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
                   MOVE "ARQUIVO VAZIO - SEM CABECALHO DE LOTE" TO
                           WRK-MOTIVO-LOTE
               NOT AT END
                   IF NOT ENT-REG-CABECALHO
                       MOVE "PRIMEIRO REGISTRO NAO E O CABECALHO" TO
                               WRK-MOTIVO-LOTE
                   ELSE
                   IF ENT-HDR-NUM-LOTE EQUAL SPACES
                       MOVE "CABECALHO SEM NUMERO DE LOTE" TO
                               WRK-MOTIVO-LOTE
                   ELSE
                   IF ENT-HDR-DATA-NEGOCIO NOT NUMERIC OR
                           ENT-HDR-DATA-NEGOCIO EQUAL ZEROS OR
                           ENT-HDR-DATA-NEGOCIO > WRK-DATA-TRANSACAO
                       MOVE "DATA DE NEGOCIO INVALIDA OU FUTURA" TO
                               WRK-MOTIVO-LOTE
                   ELSE
                       MOVE ENT-HDR-NUM-LOTE TO WRK-NUM-LOTE
                       MOVE ENT-HDR-ORIGEM TO WRK-LOTE-ORIGEM
                       MOVE ENT-HDR-DATA-NEGOCIO TO
                               WRK-LOTE-DATA-NEGOCIO
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   OR WRK-MOTIVO-LOTE NOT EQUAL SPACES
               READ VENDAS-ENTRADA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WRK-ACHOU-TRAILER EQUAL "S"
                               MOVE "REGISTRO APOS O TRAILER" TO
                                       WRK-MOTIVO-LOTE
                           WHEN ENT-REG-CABECALHO
                               MOVE "CABECALHO REPETIDO NO ARQUIVO" TO
                                       WRK-MOTIVO-LOTE
                           WHEN ENT-REG-TRAILER
                               MOVE "S" TO WRK-ACHOU-TRAILER
                               MOVE ENT-TRL-QTDE-REG TO
                                       WRK-TRL-QTDE-REG
                               MOVE ENT-TRL-VALOR-TOTAL TO
                                       WRK-TRL-VALOR-TOTAL
                               MOVE ENT-TRL-QTDE-TOTAL TO
                                       WRK-TRL-QTDE-TOTAL
                           WHEN ENT-REG-DETALHE
                               ADD 1 TO WRK-CTL-QTDE-REG
                               COMPUTE WRK-CTL-VALOR-LINHA =
                                       ENT-VALOR * ENT-QTDE
                               ADD WRK-CTL-VALOR-LINHA TO
                                       WRK-CTL-VALOR-TOTAL
                               ADD ENT-QTDE TO WRK-CTL-QTDE-TOTAL
                           WHEN OTHER
                               MOVE "TIPO DE REGISTRO INVALIDO" TO
                                       WRK-MOTIVO-LOTE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE VENDAS-ENTRADA.
           IF WRK-MOTIVO-LOTE EQUAL SPACES
               IF WRK-ACHOU-TRAILER NOT EQUAL "S"
                   MOVE "LOTE SEM TRAILER - ARQUIVO TRUNCADO" TO
                           WRK-MOTIVO-LOTE
               ELSE
               IF WRK-CTL-QTDE-REG NOT EQUAL WRK-TRL-QTDE-REG
                   MOVE "QUANTIDADE DE REGISTROS DIFERE DO TRAILER" TO
                           WRK-MOTIVO-LOTE
               ELSE
               IF WRK-CTL-VALOR-TOTAL NOT EQUAL WRK-TRL-VALOR-TOTAL
                   MOVE "VALOR TOTAL DIFERE DO TRAILER" TO
                           WRK-MOTIVO-LOTE
               ELSE
               IF WRK-CTL-QTDE-TOTAL NOT EQUAL WRK-TRL-QTDE-TOTAL
                   MOVE "QUANTIDADE TOTAL DIFERE DO TRAILER" TO
                           WRK-MOTIVO-LOTE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-LOTE EQUAL SPACES
               MOVE WRK-LOTE-DATA-NEGOCIO(1:6) TO WRK-MES-VERIFICAR
               PERFORM 0040-VERIFICAR-PERIODO
               IF WRK-PERIODO-FECHADO EQUAL "S"
                   MOVE "DATA DE NEGOCIO EM PERIODO JA FECHADO" TO
                           WRK-MOTIVO-LOTE
               END-IF
           END-IF.
           IF WRK-MOTIVO-LOTE EQUAL SPACES
               PERFORM 0055-REGISTRAR-LOTE
           END-IF.
           IF WRK-MOTIVO-LOTE EQUAL SPACES
               OPEN INPUT VENDAS-ENTRADA
               IF WRK-ENT-STATUS NOT EQUAL "00"
                   MOVE "ARQUIVO DE ENTRADA NAO PODE SER REABERTO" TO
                           WRK-MOTIVO-LOTE
               ELSE
                   MOVE "S" TO WRK-LOTE-VALIDO
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   MOVE WRK-CTL-QTDE-REG TO WRK-CTL-CONT-ED
                   DISPLAY "LOTE " WRK-NUM-LOTE " ORIGEM "
                           WRK-LOTE-ORIGEM " DATA DE NEGOCIO "
                           WRK-LOTE-DATA-NEGOCIO " - "
                           WRK-CTL-CONT-ED " REGISTRO(S) CONFERIDOS"
               END-IF
           END-IF.

      * O LOTE E GRAVADO NO REGISTRO COMO "EM PROCESSAMENTO" ANTES
      * DA PRIMEIRA VENDA; UM NUMERO JA REGISTRADO E RECUSADO MESMO
      * QUE A RODADA ANTERIOR TENHA CAIDO NO MEIO, POIS PARTE DAS
      * VENDAS DELA JA ESTA GRAVADA. SEM O REGISTRO DISPONIVEL NAO
      * HA COMO GARANTIR ISSO E O LOTE TAMBEM E RECUSADO.
       0055-REGISTRAR-LOTE     SECTION.
           OPEN I-O LOTES-FILE.
           IF WRK-LOT-STATUS EQUAL "35"
               OPEN OUTPUT LOTES-FILE
               IF WRK-LOT-STATUS EQUAL "00"
                   CLOSE LOTES-FILE
                   OPEN I-O LOTES-FILE
               END-IF
           END-IF.
           IF WRK-LOT-STATUS NOT EQUAL "00"
               MOVE "REGISTRO DE LOTES (LOTES.DAT) INDISPONIVEL" TO
                       WRK-MOTIVO-LOTE
           ELSE
               MOVE "S" TO WRK-LOT-OK
               MOVE WRK-NUM-LOTE TO LOT-NUM-LOTE
               READ LOTES-FILE
                   INVALID KEY
                       PERFORM 0057-GRAVAR-LOTE
                   NOT INVALID KEY
                       IF LOT-EM-PROCESSAMENTO
                           MOVE "LOTE JA INICIADO EM RODADA ANTERIOR"
                                   TO WRK-MOTIVO-LOTE
                       ELSE
                       IF LOT-ENCERRADO
                           MOVE "LOTE ENCERRADO APOS CONFERENCIA" TO
                                   WRK-MOTIVO-LOTE
                       ELSE
                           MOVE "LOTE JA PROCESSADO" TO
                                   WRK-MOTIVO-LOTE
                       END-IF
                       END-IF
                       DISPLAY "LOTE " LOT-NUM-LOTE " REGISTRADO EM "
                               LOT-DATA-PROC " AS " LOT-HORA-PROC
               END-READ
               IF WRK-MOTIVO-LOTE NOT EQUAL SPACES
                   CLOSE LOTES-FILE
                   MOVE "N" TO WRK-LOT-OK
               END-IF
           END-IF.

       0057-GRAVAR-LOTE     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           INITIALIZE REG-LOTE.
           MOVE WRK-NUM-LOTE TO LOT-NUM-LOTE.
           MOVE WRK-LOTE-ORIGEM TO LOT-ORIGEM.
           MOVE WRK-LOTE-DATA-NEGOCIO TO LOT-DATA-NEGOCIO.
           MOVE WRK-DATA-TRANSACAO TO LOT-DATA-PROC.
           MOVE WRK-HORA-COMPLETA(1:6) TO LOT-HORA-PROC.
           MOVE WRK-TRL-QTDE-REG TO LOT-TRL-QTDE-REG.
           MOVE WRK-TRL-VALOR-TOTAL TO LOT-TRL-VALOR-TOTAL.
           MOVE WRK-TRL-QTDE-TOTAL TO LOT-TRL-QTDE-TOTAL.
           MOVE "A" TO LOT-SITUACAO.
           WRITE REG-LOTE.
           IF WRK-LOT-STATUS NOT EQUAL "00"
               MOVE "FALHA AO GRAVAR O LOTE EM LOTES.DAT" TO
                       WRK-MOTIVO-LOTE
           END-IF.

      * FECHA O LOTE NO REGISTRO COM OS CONTADORES DA RODADA. NUM
      * ABORTO (0900-ABORTAR-OVERFLOW) ESTE PASSO NAO E EXECUTADO E
      * O LOTE FICA "EM PROCESSAMENTO", SINALIZANDO CARGA PARCIAL,
      * ATE SER ENCERRADO NO PROG-FECHAMES (VER O CABECALHO).
       0056-CONCLUIR-LOTE     SECTION.
           IF WRK-LOT-OK EQUAL "S"
               MOVE WRK-NUM-LOTE TO LOT-NUM-LOTE
               READ LOTES-FILE
                   INVALID KEY
                       DISPLAY "AVISO: LOTE " WRK-NUM-LOTE
                               " NAO ENCONTRADO EM LOTES.DAT"
                   NOT INVALID KEY
                       MOVE WRK-CONT-ENT-LIDOS TO LOT-LIDOS
                       MOVE WRK-CONT-LOTE-ACEITOS TO LOT-ACEITOS
                       MOVE WRK-CONT-REJEITADOS TO LOT-REJEITADOS
                       MOVE "P" TO LOT-SITUACAO
                       REWRITE REG-LOTE
                       IF WRK-LOT-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO REGRAVAR LOTES.DAT - "
                                   "STATUS: " WRK-LOT-STATUS
                           MOVE WRK-LOT-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       END-IF
               END-READ
           END-IF.

      * LOTE RECUSADO: NADA FOI GRAVADO. O MOTIVO E OS TOTAIS SAEM
      * NO CONSOLE E A RODADA TERMINA COMO ANORMAL NO JORNAL PARA A
      * CONFERENCIA DA MANHA (PROG-VERIFICA).
       0059-RECUSAR-LOTE     SECTION.
           DISPLAY "****************************************".
           DISPLAY "LOTE RECUSADO - VENDAS-ENTRADA.DAT NAO "
                   "PROCESSADO".
           DISPLAY "MOTIVO: " WRK-MOTIVO-LOTE.
           IF WRK-NUM-LOTE NOT EQUAL SPACES
               DISPLAY "LOTE: " WRK-NUM-LOTE
           END-IF.
           IF WRK-ACHOU-TRAILER EQUAL "S"
               MOVE WRK-TRL-QTDE-REG TO WRK-CTL-CONT-ED
               MOVE WRK-TRL-VALOR-TOTAL TO WRK-CTL-VALOR-ED
               MOVE WRK-TRL-QTDE-TOTAL TO WRK-CTL-QTDE-ED
               DISPLAY "TRAILER   - REGISTROS: " WRK-CTL-CONT-ED
                       " VALOR: " WRK-CTL-VALOR-ED
                       " QTDE: " WRK-CTL-QTDE-ED
           END-IF.
           MOVE WRK-CTL-QTDE-REG TO WRK-CTL-CONT-ED.
           MOVE WRK-CTL-VALOR-TOTAL TO WRK-CTL-VALOR-ED.
           MOVE WRK-CTL-QTDE-TOTAL TO WRK-CTL-QTDE-ED.
           DISPLAY "APURADO   - REGISTROS: " WRK-CTL-CONT-ED
                   " VALOR: " WRK-CTL-VALOR-ED
                   " QTDE: " WRK-CTL-QTDE-ED.
           DISPLAY "****************************************".
           MOVE "A" TO WRK-JRN-TIPO.
           MOVE "A" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

       0060-ABRIR-CHECKPOINT     SECTION.
           OPEN I-O CHECKPOINT-FILE.
           IF WRK-CKPT-STATUS NOT EQUAL "00"
      * GRAVADOS EM REG-VENDA-OPERADOR.
       0080-IDENTIFICAR-OPERADOR     SECTION.
           MOVE "N" TO WRK-OPERADOR-VALIDO.
           MOVE ZEROS TO WRK-TENTATIVAS-SENHA.
           PERFORM UNTIL WRK-OPERADOR-VALIDO EQUAL "S"
               DISPLAY "CODIGO DO OPERADOR: "
               ACCEPT WRK-OPERADOR
               PERFORM 0145-VALIDAR-OPERADOR
               IF WRK-OPERADOR-VALIDO NOT EQUAL "S"
                   DISPLAY WRK-MOTIVO-REJ ": " WRK-OPERADOR
                   IF WRK-OPERADOR NOT EQUAL SPACES
                       MOVE "R" TO WRK-SEG-EVENTO
                       MOVE WRK-MOTIVO-REJ TO WRK-SEG-DETALHE
                       PERFORM 0086-REGISTRAR-ENTRADA
                   END-IF
               ELSE
                   IF WRK-OPER-MESTRE-OK NOT EQUAL "S"
                       MOVE "L" TO WRK-SEG-EVENTO
                       MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO
                               WRK-SEG-DETALHE
                       PERFORM 0086-REGISTRAR-ENTRADA
                   ELSE
                       MOVE "N" TO WRK-OPERADOR-VALIDO
                       PERFORM 0085-CONFERIR-SENHA
                   END-IF
               END-IF
           END-PERFORM.

      * CONFERE A SENHA DO OPERADOR ATIVO LIDO EM OPERADORES.DAT.
      * SENHA EM BRANCO NO CADASTRO NAO ENTRA - O GERENTE PRECISA
      * CADASTRA-LA NO PROG-OPERMNT. NA TERCEIRA SENHA ERRADA O
      * PROGRAMA E ENCERRADO COMO ANORMAL NO JORNAL. TODA RECUSA
      * VAI PARA O LOG DE SEGURANCA.
       0085-CONFERIR-SENHA     SECTION.
           MOVE OPER-PERFIL TO WRK-PERFIL-OPERADOR.
           IF OPER-SENHA EQUAL SPACES
               DISPLAY "OPERADOR SEM SENHA CADASTRADA - PROCURE O "
                       "GERENTE"
               MOVE "R" TO WRK-SEG-EVENTO
               MOVE "OPERADOR SEM SENHA CADASTRADA" TO WRK-SEG-DETALHE
               PERFORM 0086-REGISTRAR-ENTRADA
           ELSE
               DISPLAY "SENHA: "
               ACCEPT WRK-SENHA
               IF WRK-SENHA EQUAL OPER-SENHA
                   MOVE "S" TO WRK-OPERADOR-VALIDO
               ELSE
                   DISPLAY "SENHA INCORRETA"
                   ADD 1 TO WRK-TENTATIVAS-SENHA
                   MOVE "R" TO WRK-SEG-EVENTO
                   MOVE "SENHA INCORRETA" TO WRK-SEG-DETALHE
                   PERFORM 0086-REGISTRAR-ENTRADA
                   IF WRK-TENTATIVAS-SENHA NOT LESS 3
                       DISPLAY "ERRO FATAL: LIMITE DE TENTATIVAS DE "
                               "SENHA - PROGRAMA ENCERRADO"
                       MOVE "A" TO WRK-JRN-TIPO
                       MOVE "A" TO WRK-JRN-TERMINO
                       PERFORM 0950-GRAVAR-JORNAL
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WRK-SENHA.

      * IDENTIFICACAO RECUSADA (OU LIBERADA SEM CONFERENCIA) NO LOG
      * DE SEGURANCA; O CHAMADOR INFORMA EVENTO E DETALHE.
       0086-REGISTRAR-ENTRADA     SECTION.
           MOVE "LOGIN" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-SUPERVISOR.
           PERFORM 0970-GRAVAR-SEGURANCA.

      * ESTORNO E DE SUPERVISOR OU GERENTE. NO TECLADO OS DEMAIS
      * PERFIS PRECISAM DA AUTORIZACAO NA HORA (0088); NO LOTE NAO HA
      * QUEM AUTORIZE, ENTAO O OPERADOR DO REGISTRO PRECISA TER O
      * PERFIL E O ESTORNO SEM ELE E REJEITADO COM MOTIVO. CHAMADO
      * DEPOIS DE CONFERIDA A VENDA ORIGINAL; DEVOLVE
      * WRK-PRODUTO-VALIDO COMO O 0135.
       0087-LIBERAR-ESTORNO     SECTION.
           MOVE "ESTORNO" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-OBJETO.
           STRING "ESTORNO DA TRANSACAO " DELIMITED BY SIZE
                   WRK-NUM-ESTORNO DELIMITED BY SIZE
                   INTO WRK-SEG-OBJETO.
           MOVE "N" TO WRK-PERFIL-LIBERA.
           IF WRK-PERFIL-OPERADOR EQUAL "S" OR
                   WRK-PERFIL-OPERADOR EQUAL "G"
               MOVE "S" TO WRK-PERFIL-LIBERA
           END-IF.
           IF WRK-MODO-BATCH NOT EQUAL "S"
               PERFORM 0088-LIBERAR-FUNCAO
           ELSE
               MOVE "N" TO WRK-AUTORIZADO
               IF WRK-OPER-MESTRE-OK NOT EQUAL "S"
                   MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO
                           WRK-SEG-DETALHE
               ELSE
               IF WRK-PERFIL-LIBERA NOT EQUAL "S"
                   MOVE "ESTORNO EM LOTE SEM PERFIL DE SUPERVISOR" TO
                           WRK-SEG-DETALHE
               ELSE
                   MOVE "S" TO WRK-AUTORIZADO
               END-IF
               END-IF
               IF WRK-AUTORIZADO NOT EQUAL "S"
                   MOVE "R" TO WRK-SEG-EVENTO
                   MOVE SPACES TO WRK-SEG-SUPERVISOR
                   PERFORM 0970-GRAVAR-SEGURANCA
               END-IF
           END-IF.
           IF WRK-AUTORIZADO EQUAL "S"
               MOVE "S" TO WRK-PRODUTO-VALIDO
           ELSE
               DISPLAY "ESTORNO NAO AUTORIZADO: " WRK-NUM-ESTORNO
               IF WRK-MODO-BATCH EQUAL "S"
                   MOVE "ESTORNO NAO AUTORIZADO" TO WRK-MOTIVO-REJ
                   PERFORM 0160-REGISTRAR-REJEITADO
               END-IF
           END-IF.

      * FUNCAO RESTRITA (WRK-SEG-FUNCAO, SOBRE WRK-SEG-OBJETO): O
      * CHAMADOR POE "S" EM WRK-PERFIL-LIBERA QUANDO O PERFIL DO
      * OPERADOR IDENTIFICADO JA PERMITE A FUNCAO; SENAO E PRECISO
      * A AUTORIZACAO NA HORA DE UM SUPERVISOR OU GERENTE. SEM O
      * CADASTRO DE OPERADORES NAO HA COMO CONFERIR PERFIL NEM
      * SENHA E A FUNCAO E RECUSADA. DEVOLVE WRK-AUTORIZADO.
       0088-LIBERAR-FUNCAO     SECTION.
           MOVE "N" TO WRK-AUTORIZADO.
           IF WRK-OPER-MESTRE-OK NOT EQUAL "S"
               DISPLAY "FUNCAO RESTRITA NAO PERMITIDA SEM O CADASTRO "
                       "DE OPERADORES"
               MOVE "R" TO WRK-SEG-EVENTO
               MOVE SPACES TO WRK-SEG-SUPERVISOR
               MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO
                       WRK-SEG-DETALHE
               PERFORM 0970-GRAVAR-SEGURANCA
           ELSE
               IF WRK-PERFIL-LIBERA EQUAL "S"
                   MOVE "S" TO WRK-AUTORIZADO
               ELSE
                   DISPLAY "FUNCAO RESTRITA - AUTORIZACAO DE "
                           "SUPERVISOR OU GERENTE"
                   PERFORM 0089-AUTORIZAR-SUPERVISOR
               END-IF
           END-IF.

      * AUTORIZACAO NA HORA: UM SUPERVISOR OU GERENTE ATIVO,
      * DIFERENTE DO OPERADOR IDENTIFICADO, DIGITA CODIGO E SENHA.
      * CODIGO EM BRANCO DESISTE. APROVACAO E RECUSA VAO PARA O
      * LOG DE SEGURANCA.
       0089-AUTORIZAR-SUPERVISOR     SECTION.
           MOVE "N" TO WRK-AUTORIZADO.
           DISPLAY "CODIGO DO SUPERVISOR/GERENTE: ".
           ACCEPT WRK-SUPERVISOR.
           IF WRK-SUPERVISOR EQUAL SPACES
               MOVE "AUTORIZACAO NAO INFORMADA" TO WRK-SEG-DETALHE
           ELSE
           IF WRK-SUPERVISOR EQUAL WRK-OPERADOR
               MOVE "AUTORIZADOR IGUAL AO OPERADOR" TO WRK-SEG-DETALHE
           ELSE
               DISPLAY "SENHA DO SUPERVISOR/GERENTE: "
               ACCEPT WRK-SENHA
               MOVE WRK-SUPERVISOR TO OPER-CODIGO
               READ OPERADORES-FILE
                   INVALID KEY
                       MOVE "AUTORIZADOR NAO CADASTRADO" TO
                               WRK-SEG-DETALHE
                   NOT INVALID KEY
                       IF OPER-INATIVO
                           MOVE "AUTORIZADOR INATIVO" TO
                                   WRK-SEG-DETALHE
                       ELSE
                       IF NOT OPER-PERFIL-AUTORIZADOR
                           MOVE "AUTORIZADOR SEM PERFIL DE SUPERVISOR"
                                   TO WRK-SEG-DETALHE
                       ELSE
                       IF OPER-SENHA EQUAL SPACES OR
                               WRK-SENHA NOT EQUAL OPER-SENHA
                           MOVE "SENHA DO AUTORIZADOR INCORRETA" TO
                                   WRK-SEG-DETALHE
                       ELSE
                           MOVE "S" TO WRK-AUTORIZADO
                       END-IF
                       END-IF
                       END-IF
               END-READ
               MOVE SPACES TO WRK-SENHA
           END-IF
           END-IF.
           MOVE WRK-SUPERVISOR TO WRK-SEG-SUPERVISOR.
           IF WRK-AUTORIZADO EQUAL "S"
               DISPLAY "AUTORIZADO POR " WRK-SUPERVISOR
               MOVE "A" TO WRK-SEG-EVENTO
               MOVE WRK-SEG-OBJETO TO WRK-SEG-DETALHE
           ELSE
               DISPLAY "AUTORIZACAO RECUSADA: " WRK-SEG-DETALHE
               MOVE "R" TO WRK-SEG-EVENTO
           END-IF.
           PERFORM 0970-GRAVAR-SEGURANCA.

      * NORMALIZA E VALIDA A FORMA DE PAGAMENTO: EM BRANCO E
      * ASSUMIDO DINHEIRO (COMPATIBILIDADE COM LOTES ANTIGOS);
      * QUALQUER CODIGO FORA DE D/C/P E RECUSADO.
                   MOVE "C" TO WRK-FORMA-PGTO
               WHEN "p"
                   MOVE "P" TO WRK-FORMA-PGTO
               WHEN "a"
                   MOVE "A" TO WRK-FORMA-PGTO
               WHEN SPACE
                   MOVE "D" TO WRK-FORMA-PGTO
               WHEN OTHER
           END-EVALUATE.
           IF WRK-FORMA-PGTO EQUAL "D" OR WRK-FORMA-PGTO EQUAL "C"
                   OR WRK-FORMA-PGTO EQUAL "P"
                   OR WRK-FORMA-PGTO EQUAL "A"
               MOVE "S" TO WRK-FORMA-VALIDA
           ELSE
               MOVE "FORMA DE PAGAMENTO INVALIDA" TO WRK-MOTIVO-REJ
           END-IF.

      * VENDA A PRAZO ("A"): O CLIENTE PRECISA EXISTIR NO CADASTRO,
      * ESTAR ATIVO E TER LIMITE PARA O CUPOM INTEIRO
      * (WRK-VALOR-TICKET, JA TOTALIZADO PELO CHAMADOR) SOMADO AO
      * QUE JA DEVE.
       0147-VALIDAR-CLIENTE     SECTION.
           MOVE "N" TO WRK-CLIENTE-VALIDO.
           IF WRK-CLI-MESTRE-OK NOT EQUAL "S" OR
                   WRK-REC-OK NOT EQUAL "S" OR
                   WRK-LCR-OK NOT EQUAL "S"
               MOVE "CONTAS A RECEBER INDISPONIVEL" TO WRK-MOTIVO-REJ
           ELSE
           IF WRK-COD-CLIENTE EQUAL SPACES
               MOVE "CLIENTE NAO INFORMADO" TO WRK-MOTIVO-REJ
           ELSE
               MOVE WRK-COD-CLIENTE TO CLI-CODIGO
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WRK-MOTIVO-REJ
                   NOT INVALID KEY
                       COMPUTE WRK-SALDO-PREVISTO =
                               CLI-SALDO-DEVEDOR + WRK-VALOR-TICKET
                       IF CLI-INATIVO
                           MOVE "CLIENTE INATIVO" TO WRK-MOTIVO-REJ
                       ELSE
                       IF WRK-SALDO-PREVISTO > CLI-LIMITE-CREDITO
                           MOVE "LIMITE DE CREDITO EXCEDIDO" TO
                                   WRK-MOTIVO-REJ
                       ELSE
                           MOVE "S" TO WRK-CLIENTE-VALIDO
                       END-IF
                       END-IF
               END-READ
           END-IF
           END-IF.

      * NO LOTE A LINHA SO VIRA CUPOM DEPOIS DE VALIDADO O ITEM,
      * POIS O VALOR CONFERIDO CONTRA O LIMITE E O DA LINHA.
       0148-VALIDAR-CREDITO-LOTE     SECTION.
           IF WRK-FORMA-PGTO EQUAL "A" AND WRK-TIPO-TRANS NOT EQUAL "E"
               PERFORM 0205-TOTALIZAR-TICKET
               PERFORM 0147-VALIDAR-CLIENTE
               IF WRK-CLIENTE-VALIDO EQUAL "S"
                   MOVE "S" TO WRK-ENTRADA-OK
               ELSE
                   DISPLAY "REGISTRO DE LOTE A PRAZO RECUSADO - "
                           "CLIENTE " WRK-COD-CLIENTE ": "
                           WRK-MOTIVO-REJ
                   PERFORM 0160-REGISTRAR-REJEITADO
               END-IF
           ELSE
               MOVE "S" TO WRK-ENTRADA-OK
           END-IF.

       0145-VALIDAR-OPERADOR     SECTION.
           MOVE "N" TO WRK-OPERADOR-VALIDO.
           MOVE SPACE TO WRK-PERFIL-OPERADOR.
           IF WRK-OPERADOR EQUAL SPACES
               MOVE "OPERADOR EM BRANCO" TO WRK-MOTIVO-REJ
           ELSE
                                       WRK-MOTIVO-REJ
                           ELSE
                               MOVE "S" TO WRK-OPERADOR-VALIDO
                               MOVE OPER-PERFIL TO WRK-PERFIL-OPERADOR
                           END-IF
                   END-READ
               END-IF
           END-IF.
           CLOSE MOVIMENTOS-FILE.
           CLOSE CHECKPOINT-FILE.
           IF WRK-CLI-MESTRE-OK EQUAL "S"
               CLOSE CLIENTES-FILE
           END-IF.
           IF WRK-REC-OK EQUAL "S"
               CLOSE RECEBER-FILE
           END-IF.
           IF WRK-LCR-OK EQUAL "S"
               CLOSE RECEBER-MOV
           END-IF.
           IF WRK-LOT-OK EQUAL "S"
               CLOSE LOTES-FILE
           END-IF.

      * MONTA UM CUPOM COMPLETO (UM OU MAIS ITENS VALIDOS) OU UM
      * ESTORNO VALIDADO ANTES DE LIBERAR O PROCESSAMENTO. NO MODO
      * SOBREPOSTO EM SEGUIDA (REGISTRO DE ENTRADA / VENDA
      * ORIGINAL).
               MOVE "D" TO WRK-FORMA-PGTO
               MOVE SPACES TO WRK-COD-CLIENTE
               IF WRK-MODO-BATCH EQUAL "S"
                   PERFORM 0105-LER-ENTRADA-BATCH
               ELSE
                           PERFORM 0120-VALIDAR-LINHA
                           IF WRK-ITEM-OK EQUAL "S"
                               PERFORM 0125-GUARDAR-ITEM
                               PERFORM 0148-VALIDAR-CREDITO-LOTE
                           END-IF
                       ELSE
                           IF WRK-TAB-ITEM-QTDE > ZEROS
           MOVE WRK-VALOR-LINHA TO ITEM-VALOR(WRK-TAB-ITEM-QTDE).
           MOVE WRK-VALOR-ICMS TO
                   ITEM-VALOR-ICMS(WRK-TAB-ITEM-QTDE).
           MOVE WRK-CUSTO-UNIT TO ITEM-CUSTO-UNIT(WRK-TAB-ITEM-QTDE).

       0130-VALIDAR-PRODUTO     SECTION.
           MOVE "N" TO WRK-PRODUTO-VALIDO.
           MOVE "N" TO WRK-VALOR-DO-MESTRE.
           MOVE ZEROS TO WRK-PERC-ICMS.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF WRK-QTDE EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA (ZERO) PARA "
                       WRK-COD-PRODUTO
                           ELSE
                               MOVE PROD-DESCRICAO TO WRK-PRODUTO
                               MOVE PROD-PERC-ICMS TO WRK-PERC-ICMS
                               MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                               IF WRK-MODO-BATCH NOT EQUAL "S"
      * O PRECO PROGRAMADO NO CADASTRO SO ENTRA EM VIGOR NA DATA
      * DE VIGENCIA - ANTES DELA VALE O PRECO ATUAL.
                   MOVE "VENDA JA ESTORNADA" TO WRK-MOTIVO-REJ
                   PERFORM 0160-REGISTRAR-REJEITADO
               ELSE
      * O ESTORNO DE VENDA A PRAZO PRECISA ABATER O TITULO DO
      * CLIENTE; SEM OS ARQUIVOS DE CONTAS A RECEBER ELE E RECUSADO.
               IF WRK-FORMA-PGTO EQUAL "A" AND
                       (WRK-CLI-MESTRE-OK NOT EQUAL "S" OR
                        WRK-REC-OK NOT EQUAL "S" OR
                        WRK-LCR-OK NOT EQUAL "S")
                   DISPLAY "ESTORNO DE VENDA A PRAZO COM CONTAS A "
                           "RECEBER INDISPONIVEL: " WRK-NUM-ESTORNO
                   MOVE "CONTAS A RECEBER INDISPONIVEL" TO
                           WRK-MOTIVO-REJ
                   PERFORM 0160-REGISTRAR-REJEITADO
               ELSE
                   PERFORM 0087-LIBERAR-ESTORNO
               END-IF
               END-IF
           END-IF.

                       ITEM-VALOR(WRK-TAB-ITEM-QTDE)
               MOVE REG-VENDA-VALOR-ICMS TO
                       ITEM-VALOR-ICMS(WRK-TAB-ITEM-QTDE)
      * O ESTORNO VOLTA AO ESTOQUE PELO MESMO CUSTO COM QUE A VENDA
      * ORIGINAL SAIU, PARA A MARGEM DO PERIODO FECHAR.
               MOVE REG-VENDA-CUSTO-UNIT TO
                       ITEM-CUSTO-UNIT(WRK-TAB-ITEM-QTDE)
      * O ESTORNO DEVOLVE NA MESMA FORMA DE PAGAMENTO DA VENDA
      * ORIGINAL, PARA O FECHAMENTO DE CAIXA ABATER DA FORMA CERTA.
               MOVE REG-VENDA-FORMA-PGTO TO WRK-FORMA-PGTO
               MOVE REG-VENDA-COD-CLIENTE TO WRK-COD-CLIENTE
           ELSE
               DISPLAY "AVISO: VENDA ORIGINAL COM MAIS LINHAS QUE "
                       "O LIMITE DO CUPOM - ESTORNO INCOMPLETO"
           MOVE WRK-FORMA-PGTO TO REJ-FORMA-PGTO.
           MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO.
           MOVE WRK-OPERADOR TO REJ-OPERADOR.
           MOVE WRK-COD-CLIENTE TO REJ-COD-CLIENTE.
           MOVE WRK-NUM-LOTE TO REJ-NUM-LOTE.
           WRITE REG-REJEITADO.
           IF WRK-REJ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR REJEITADOS.DAT - STATUS: "
           END-IF.
           ADD 1 TO WRK-CONT-REJEITADOS.

      * LE O PROXIMO DETALHE DO LOTE. O CABECALHO JA FOI CONFERIDO
      * EM 0050-VALIDAR-LOTE E E SALTADO; O TRAILER ENCERRA A
      * LEITURA COMO FIM DE ARQUIVO.
       0105-LER-ENTRADA-BATCH     SECTION.
           MOVE "N" TO WRK-LEU-DETALHE.
           PERFORM UNTIL WRK-LEU-DETALHE EQUAL "S"
                   OR WRK-FIM-ARQUIVO EQUAL "S"
               READ VENDAS-ENTRADA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ENT-REG-TRAILER
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       END-IF
                       IF ENT-REG-DETALHE
                           MOVE "S" TO WRK-LEU-DETALHE
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-LEU-DETALHE EQUAL "S"
               ADD 1 TO WRK-CONT-ENT-LIDOS
               MOVE ENT-COD-PRODUTO TO WRK-COD-PRODUTO
               MOVE ENT-VALOR TO WRK-VALOR
               MOVE ENT-QTDE TO WRK-QTDE
               MOVE ENT-FORMA-PGTO TO WRK-FORMA-PGTO
               MOVE ENT-OPERADOR TO WRK-OPERADOR
               MOVE ENT-COD-CLIENTE TO WRK-COD-CLIENTE
               MOVE ENT-ESTORNO-DE TO WRK-NUM-ESTORNO
               IF ENT-TIPO-ESTORNO
                   MOVE "E" TO WRK-TIPO-TRANS
               ELSE
                   MOVE "V" TO WRK-TIPO-TRANS
               END-IF
           END-IF.

       0110-LER-ENTRADA-TECLADO     SECTION.
           DISPLAY "=-=-=-==-=-=-==-=-=-=-=-=-=-=-=".
           DISPLAY "TIPO DE TRANSACAO (V=VENDA, E=ESTORNO, "
                   "R=2A VIA DE CUPOM): ".
           ACCEPT WRK-TIPO-TRANS.
           IF WRK-TIPO-TRANS EQUAL "e"
               MOVE "E" TO WRK-TIPO-TRANS
           END-IF.
           IF WRK-TIPO-TRANS EQUAL "r"
               MOVE "R" TO WRK-TIPO-TRANS
           END-IF.
           IF WRK-TIPO-TRANS NOT EQUAL "E" AND
                   WRK-TIPO-TRANS NOT EQUAL "R"
               MOVE "V" TO WRK-TIPO-TRANS
           END-IF.
           IF WRK-TIPO-TRANS EQUAL "E"
               MOVE ZEROS TO WRK-VALOR
               MOVE ZEROS TO WRK-QTDE
           ELSE
      * A 2A VIA NAO E TRANSACAO: IMPRIME E VOLTA AO PEDIDO DO
      * TIPO SEM NADA NA TABELA DE ITENS, E O 0100 SEGUE NO LOOP.
           IF WRK-TIPO-TRANS EQUAL "R"
               DISPLAY "NUMERO DA TRANSACAO PARA 2A VIA: "
               ACCEPT WRK-NUM-REIMPRESSAO
               PERFORM 0280-REIMPRIMIR-CUPOM
               MOVE ZEROS TO WRK-TAB-ITEM-QTDE
               MOVE "V" TO WRK-TIPO-TRANS
           ELSE
               MOVE "S" TO WRK-MAIS-ITENS
               PERFORM UNTIL WRK-MAIS-ITENS NOT EQUAL "S"
                       OR WRK-TAB-ITEM-QTDE EQUAL 50
                   MOVE "N" TO WRK-FORMA-VALIDA
                   PERFORM UNTIL WRK-FORMA-VALIDA EQUAL "S"
                       DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO, "
                               "C=CARTAO, P=PIX, A=A PRAZO): "
                       ACCEPT WRK-FORMA-PGTO
                       PERFORM 0146-VALIDAR-FORMA-PGTO
                       IF WRK-FORMA-VALIDA NOT EQUAL "S"
                           DISPLAY "FORMA DE PAGAMENTO INVALIDA: "
                                   WRK-FORMA-PGTO
                       END-IF
                       IF WRK-FORMA-VALIDA EQUAL "S" AND
                               WRK-FORMA-PGTO EQUAL "A"
                           PERFORM 0149-IDENTIFICAR-CLIENTE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           END-IF.

      * NO TECLADO UMA RECUSA DO CLIENTE NAO PERDE O CUPOM: A FORMA
      * VOLTA A SER PERGUNTADA PARA O CLIENTE PAGAR DE OUTRO JEITO.
       0149-IDENTIFICAR-CLIENTE     SECTION.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT WRK-COD-CLIENTE.
           PERFORM 0205-TOTALIZAR-TICKET.
           PERFORM 0147-VALIDAR-CLIENTE.
           IF WRK-CLIENTE-VALIDO EQUAL "S"
               DISPLAY "CLIENTE: " CLI-NOME
           ELSE
               DISPLAY "VENDA A PRAZO RECUSADA: " WRK-MOTIVO-REJ
               IF WRK-MOTIVO-REJ EQUAL "LIMITE DE CREDITO EXCEDIDO"
                   MOVE CLI-LIMITE-CREDITO TO WRK-SUBTOTAL-ED
                   MOVE CLI-SALDO-DEVEDOR TO WRK-SUBTOTAL-ICMS-ED
                   DISPLAY "LIMITE: " WRK-SUBTOTAL-ED
                           " SALDO DEVEDOR: " WRK-SUBTOTAL-ICMS-ED
               END-IF
               MOVE SPACES TO WRK-COD-CLIENTE
               MOVE "N" TO WRK-FORMA-VALIDA
           END-IF.

       0115-CAPTURAR-ITEM     SECTION.
               PERFORM 0900-ABORTAR-OVERFLOW
           ELSE
               ADD 1 TO WRK-NUM-TRANSACAO
               ACCEPT WRK-HORA-TRANSACAO FROM TIME
               PERFORM VARYING WRK-TAB-ITEM-IDX FROM 1 BY 1
                       UNTIL WRK-TAB-ITEM-IDX > WRK-TAB-ITEM-QTDE
                   PERFORM 0201-PROCESSAR-ITEM
               IF WRK-TIPO-TRANS EQUAL "E"
                   PERFORM 0202-MARCAR-VENDA-ESTORNADA
               END-IF
               IF WRK-FORMA-PGTO EQUAL "A"
                   PERFORM 0290-LANCAR-RECEBER
               END-IF
               PERFORM 0270-CUPOM-TRANSACAO
               ADD 1 TO WRK-CONT-TRANS
               IF WRK-MODO-BATCH EQUAL "S"
                   ADD 1 TO WRK-CONT-LOTE-ACEITOS
               END-IF
               IF FUNCTION MOD(WRK-CONT-TRANS, 50) EQUAL 0
                   PERFORM 0250-GRAVAR-CHECKPOINT
               END-IF
           MOVE ITEM-VALOR-UNIT(WRK-TAB-ITEM-IDX) TO WRK-VALOR.
           MOVE ITEM-VALOR(WRK-TAB-ITEM-IDX) TO WRK-VALOR-LINHA.
           MOVE ITEM-VALOR-ICMS(WRK-TAB-ITEM-IDX) TO WRK-VALOR-ICMS.
           MOVE ITEM-CUSTO-UNIT(WRK-TAB-ITEM-IDX) TO WRK-CUSTO-UNIT.
           IF WRK-TIPO-TRANS EQUAL "E"
               SUBTRACT WRK-VALOR-LINHA FROM WRK-VENDAS-ACUM
               SUBTRACT WRK-VALOR-ICMS FROM WRK-VENDAS-ACUM-ICMS
           MOVE WRK-VALOR TO REG-VENDA-VALOR-UNIT.
           MOVE WRK-VALOR-LINHA TO REG-VENDA-VALOR.
           MOVE WRK-VALOR-ICMS TO REG-VENDA-VALOR-ICMS.
           MOVE WRK-CUSTO-UNIT TO REG-VENDA-CUSTO-UNIT.
           MOVE WRK-HORA-TRANSACAO(1:6) TO REG-VENDA-HORA.
           MOVE WRK-OPERADOR TO REG-VENDA-OPERADOR.
           MOVE WRK-FORMA-PGTO TO REG-VENDA-FORMA-PGTO.
           IF WRK-FORMA-PGTO EQUAL "A"
               MOVE WRK-COD-CLIENTE TO REG-VENDA-COD-CLIENTE
           END-IF.
           MOVE WRK-NUM-LOTE TO REG-VENDA-NUM-LOTE.
           MOVE WRK-NUM-TRANSACAO TO REG-VENDA-NUM-TRANSACAO.
           MOVE WRK-NUM-ITEM TO REG-VENDA-NUM-ITEM.
           IF WRK-TIPO-TRANS EQUAL "E"
                   " UNIDADES: " WRK-QTDE-TICKET.
           DISPLAY "ENCERRANDO O PROCESSAMENTO ANTES DO ".
           DISPLAY "OVERFLOW SILENCIOSO DOS TOTAIS.".
           IF WRK-LOT-OK EQUAL "S"
               DISPLAY "LOTE " WRK-NUM-LOTE " FICA EM PROCESSAMENTO -"
                       " CONFERIR NO PROG-RECONCILIA E ENCERRAR NO "
                       "PROG-FECHAMES"
           END-IF.
           DISPLAY "****************************************".
           MOVE "S" TO WRK-ENCERRAR.
           PERFORM 0300-FINISH.
                   DISPLAY "AVISO: NAO FOI POSSIVEL REPOR ESTOQUE "
                           "DE " WRK-COD-PRODUTO
               NOT INVALID KEY
                   PERFORM 0222-RECALCULAR-CUSTO
                   ADD WRK-QTDE TO PROD-QTDE-ESTOQUE
                   REWRITE REG-PRODUTO-MESTRE
                   IF WRK-PROD-STATUS NOT EQUAL "00"
                   END-IF
           END-READ.

      * A MERCADORIA DEVOLVIDA VOLTA AO ESTOQUE PELO CUSTO COM QUE
      * SAIU NA VENDA ORIGINAL, PONDERADO COM O SALDO ATUAL. LINHAS
      * SEM CUSTO (VENDAS ANTERIORES AO CUSTO MEDIO) NAO MEXEM NA
      * MEDIA. CHAMADO ANTES DE SOMAR A QUANTIDADE AO SALDO.
       0222-RECALCULAR-CUSTO     SECTION.
           IF WRK-CUSTO-UNIT NOT EQUAL ZEROS
               IF PROD-QTDE-ESTOQUE EQUAL ZEROS OR
                       PROD-CUSTO-MEDIO EQUAL ZEROS
                   MOVE WRK-CUSTO-UNIT TO PROD-CUSTO-MEDIO
               ELSE
                   COMPUTE WRK-CUSTO-TOTAL =
                           PROD-QTDE-ESTOQUE * PROD-CUSTO-MEDIO +
                           WRK-QTDE * WRK-CUSTO-UNIT
                   COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                           WRK-CUSTO-TOTAL /
                           (PROD-QTDE-ESTOQUE + WRK-QTDE)
               END-IF
           END-IF.

      * REGISTRA NO DIARIO DE MOVIMENTOS A VARIACAO DE ESTOQUE
      * EFETIVAMENTE APLICADA (NEGATIVA NA VENDA, POSITIVA NO
      * ESTORNO), COM O SALDO APOS O MOVIMENTO E A TRANSACAO DE
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE WRK-NUM-TRANSACAO TO MOV-NUM-TRANSACAO.
           MOVE PROD-QTDE-ESTOQUE TO MOV-ESTOQUE-APOS.
           MOVE WRK-CUSTO-UNIT TO MOV-CUSTO-UNIT.
           WRITE REG-MOVIMENTO.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR MOVIMENTOS.DAT - STATUS: "
               PERFORM 0960-ANOTAR-STATUS
           END-IF.

      * CUPOM DO CLIENTE: A TRANSACAO RECEM-EFETIVADA (VENDA OU
      * ESTORNO, TECLADO OU LOTE) SAI EM 1A VIA NO ARQUIVO DE
      * IMPRESSAO DO DIA, COM OS ITENS AINDA NA TABELA DO CUPOM.
       0270-CUPOM-TRANSACAO     SECTION.
           INITIALIZE WRK-CUPOM.
           MOVE "1" TO WRK-CUP-VIA.
           MOVE WRK-NUM-TRANSACAO TO WRK-CUP-NUM-TRANS.
           MOVE WRK-DATA-TRANSACAO TO WRK-CUP-DATA.
           MOVE WRK-HORA-TRANSACAO(1:6) TO WRK-CUP-HORA.
           MOVE WRK-OPERADOR TO WRK-CUP-OPERADOR.
           MOVE WRK-FORMA-PGTO TO WRK-CUP-FORMA.
           IF WRK-FORMA-PGTO EQUAL "A"
               MOVE WRK-COD-CLIENTE TO WRK-CUP-CLIENTE
           END-IF.
           MOVE WRK-TIPO-TRANS TO WRK-CUP-TIPO.
           IF WRK-TIPO-TRANS EQUAL "E"
               MOVE WRK-NUM-ESTORNO TO WRK-CUP-ESTORNO-DE
           END-IF.
           PERFORM 0271-EMITIR-CUPOM.
           IF WRK-MODO-BATCH NOT EQUAL "S" AND WRK-CUPOM-OK EQUAL "S"
               DISPLAY "CUPOM GRAVADO EM " WRK-NOME-CUPOM
           END-IF.

      * MONTA O CUPOM (48 COLUNAS) A PARTIR DE WRK-CUPOM E DA
      * TABELA DE ITENS E O ANEXA A CUPONS-AAAAMMDD.PRN, QUE E
      * ABERTO E FECHADO A CADA CUPOM PARA A IMPRESSORA PODER
      * CONSUMIR O ARQUIVO DURANTE O EXPEDIENTE. SEM ARQUIVO O
      * CUPOM SAI NO CONSOLE.
       0271-EMITIR-CUPOM     SECTION.
           MOVE SPACES TO WRK-NOME-CUPOM.
           STRING "CUPONS-" DELIMITED BY SIZE
                   WRK-DATA-TRANSACAO DELIMITED BY SIZE
                   ".PRN" DELIMITED BY SIZE
                   INTO WRK-NOME-CUPOM.
           MOVE "N" TO WRK-CUPOM-OK.
           OPEN EXTEND CUPOM-FILE.
           IF WRK-CUPOM-STATUS NOT EQUAL "00"
               OPEN OUTPUT CUPOM-FILE
           END-IF.
           IF WRK-CUPOM-STATUS EQUAL "00"
               MOVE "S" TO WRK-CUPOM-OK
           ELSE
               DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR "
                       WRK-NOME-CUPOM " - STATUS: "
                       WRK-CUPOM-STATUS
               DISPLAY "CUPOM SERA EXIBIDO NO CONSOLE"
               MOVE WRK-CUPOM-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           END-IF.
           MOVE ZEROS TO WRK-CUP-TOTAL.
           MOVE ZEROS TO WRK-CUP-ICMS.
           MOVE ZEROS TO WRK-CUP-UNIDADES.
           PERFORM VARYING WRK-TAB-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-ITEM-IDX > WRK-TAB-ITEM-QTDE
               ADD ITEM-VALOR(WRK-TAB-ITEM-IDX) TO WRK-CUP-TOTAL
               ADD ITEM-VALOR-ICMS(WRK-TAB-ITEM-IDX) TO WRK-CUP-ICMS
               ADD ITEM-QTDE(WRK-TAB-ITEM-IDX) TO WRK-CUP-UNIDADES
           END-PERFORM.

           MOVE ALL "=" TO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           IF WRK-CUP-TIPO EQUAL "E"
               MOVE "XPTO - CUPOM DE ESTORNO" TO WRK-LINHA-CUPOM
           ELSE
               MOVE "XPTO - CUPOM DE VENDA" TO WRK-LINHA-CUPOM
           END-IF.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           IF WRK-CUP-VIA EQUAL "2"
               ACCEPT WRK-HORA-COMPLETA FROM TIME
               STRING "*** 2A VIA *** EMITIDA EM " DELIMITED BY SIZE
                       WRK-DATA-TRANSACAO(7:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WRK-DATA-TRANSACAO(5:2) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WRK-DATA-TRANSACAO(1:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-HORA-COMPLETA(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WRK-HORA-COMPLETA(3:2) DELIMITED BY SIZE
                       INTO WRK-LINHA-CUPOM
               PERFORM 0275-GRAVAR-LINHA-CUPOM
           END-IF.
           STRING "TRANSACAO: " DELIMITED BY SIZE
                   WRK-CUP-NUM-TRANS DELIMITED BY SIZE
                   "  DATA: " DELIMITED BY SIZE
                   WRK-CUP-DD DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WRK-CUP-MM DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WRK-CUP-AAAA DELIMITED BY SIZE
                   INTO WRK-LINHA-CUPOM.
      * LINHAS GRAVADAS ANTES DA HORA EXISTIR NO REGISTRO DE VENDA
      * VEM COM ZEROS - O CUPOM SAI SO COM A DATA.
           IF WRK-CUP-HORA NOT EQUAL ZEROS
               STRING WRK-CUP-HH DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WRK-CUP-MI DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WRK-CUP-SS DELIMITED BY SIZE
                       INTO WRK-LINHA-CUPOM(38:8)
           END-IF.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           STRING "OPERADOR: " DELIMITED BY SIZE
                   WRK-CUP-OPERADOR DELIMITED BY SIZE
                   INTO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           IF WRK-CUP-CLIENTE NOT EQUAL SPACES
               STRING "CLIENTE: " DELIMITED BY SIZE
                       WRK-CUP-CLIENTE DELIMITED BY SIZE
                       INTO WRK-LINHA-CUPOM
               PERFORM 0275-GRAVAR-LINHA-CUPOM
           END-IF.
           IF WRK-CUP-TIPO EQUAL "E"
               STRING "ESTORNO DA TRANSACAO: " DELIMITED BY SIZE
                       WRK-CUP-ESTORNO-DE DELIMITED BY SIZE
                       INTO WRK-LINHA-CUPOM
               PERFORM 0275-GRAVAR-LINHA-CUPOM
           END-IF.
           MOVE ALL "-" TO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE "ITM CODIGO     DESCRICAO" TO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE "    QTDE X VL.UNIT" TO WRK-LINHA-CUPOM.
           MOVE "VALOR" TO WRK-LINHA-CUPOM(44:5).
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE ALL "-" TO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           PERFORM VARYING WRK-TAB-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-ITEM-IDX > WRK-TAB-ITEM-QTDE
               PERFORM 0272-IMPRIMIR-ITEM-CUPOM
           END-PERFORM.
           MOVE ALL "-" TO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE WRK-CUP-UNIDADES TO WRK-CUP-UNID-ED.
           MOVE "UNIDADES" TO WRK-LINHA-CUPOM.
           MOVE WRK-CUP-UNID-ED TO WRK-LINHA-CUPOM(40:9).
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE WRK-CUP-TOTAL TO WRK-CUP-VALOR-ED.
           MOVE "TOTAL" TO WRK-LINHA-CUPOM.
           MOVE WRK-CUP-VALOR-ED TO WRK-LINHA-CUPOM(35:14).
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE WRK-CUP-ICMS TO WRK-CUP-VALOR-ED.
           MOVE "ICMS INCLUIDO NO TOTAL" TO WRK-LINHA-CUPOM.
           MOVE WRK-CUP-VALOR-ED TO WRK-LINHA-CUPOM(35:14).
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE WRK-CUP-FORMA TO WRK-COD-FORMA-DESC.
           PERFORM 0247-DESCREVER-FORMA.
           STRING "FORMA DE PAGAMENTO: " DELIMITED BY SIZE
                   WRK-DESC-FORMA DELIMITED BY SIZE
                   INTO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE ALL "=" TO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           IF WRK-CUPOM-OK EQUAL "S"
               CLOSE CUPOM-FILE
           END-IF.

      * DUAS LINHAS POR ITEM: CODIGO E DESCRICAO; QUANTIDADE X
      * PRECO UNITARIO COM O VALOR DA LINHA ALINHADO A DIREITA.
       0272-IMPRIMIR-ITEM-CUPOM     SECTION.
           SET WRK-NUM-ITEM TO WRK-TAB-ITEM-IDX.
           MOVE WRK-NUM-ITEM TO WRK-CUP-ITEM-ED.
           STRING WRK-CUP-ITEM-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ITEM-COD(WRK-TAB-ITEM-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ITEM-DESC(WRK-TAB-ITEM-IDX) DELIMITED BY SIZE
                   INTO WRK-LINHA-CUPOM.
           PERFORM 0275-GRAVAR-LINHA-CUPOM.
           MOVE ITEM-QTDE(WRK-TAB-ITEM-IDX) TO WRK-CUP-QTDE-ED.
           MOVE ITEM-VALOR-UNIT(WRK-TAB-ITEM-IDX) TO WRK-CUP-UNIT-ED.
           MOVE ITEM-VALOR(WRK-TAB-ITEM-IDX) TO WRK-CUP-VALOR-ED.
           STRING "    " DELIMITED BY SIZE
                   WRK-CUP-QTDE-ED DELIMITED BY SIZE
                   " X " DELIMITED BY SIZE
                   WRK-CUP-UNIT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-CUPOM.
           MOVE WRK-CUP-VALOR-ED TO WRK-LINHA-CUPOM(35:14).
           PERFORM 0275-GRAVAR-LINHA-CUPOM.

       0275-GRAVAR-LINHA-CUPOM     SECTION.
           IF WRK-CUPOM-OK NOT EQUAL "S"
               DISPLAY WRK-LINHA-CUPOM
           ELSE
               WRITE REG-CUPOM FROM WRK-LINHA-CUPOM
               IF WRK-CUPOM-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO GRAVAR " WRK-NOME-CUPOM
                           " - STATUS: " WRK-CUPOM-STATUS
                   MOVE WRK-CUPOM-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   CLOSE CUPOM-FILE
                   MOVE "N" TO WRK-CUPOM-OK
                   DISPLAY WRK-LINHA-CUPOM
               END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-CUPOM.

      * 2A VIA DE CUPOM (SO NO TECLADO): REMONTA A TRANSACAO PELAS
      * LINHAS GRAVADAS - PRIMEIRO EM VENDAS.DAT POR CHAVE, DEPOIS
      * EM VENDAS-HIST.DAT PARA TRANSACOES JA ARQUIVADAS - E EMITE
      * O CUPOM MARCADO COMO 2A VIA. NAO ALTERA NENHUM ARQUIVO DE
      * VENDA NEM OS ACUMULADORES DO DIA.
       0280-REIMPRIMIR-CUPOM     SECTION.
           MOVE "N" TO WRK-ACHOU-CUPOM.
           MOVE ZEROS TO WRK-TAB-ITEM-QTDE.
           INITIALIZE WRK-CUPOM.
           PERFORM 0281-BUSCAR-CUPOM-VENDAS.
           IF WRK-ACHOU-CUPOM NOT EQUAL "S"
               PERFORM 0282-BUSCAR-CUPOM-HIST
           END-IF.
           IF WRK-ACHOU-CUPOM NOT EQUAL "S"
               DISPLAY "TRANSACAO NAO ENCONTRADA: "
                       WRK-NUM-REIMPRESSAO
           ELSE
               MOVE "2" TO WRK-CUP-VIA
               PERFORM 0271-EMITIR-CUPOM
               IF WRK-CUPOM-OK EQUAL "S"
                   DISPLAY "2A VIA DO CUPOM " WRK-NUM-REIMPRESSAO
                           " GRAVADA EM " WRK-NOME-CUPOM
               END-IF
           END-IF.

       0281-BUSCAR-CUPOM-VENDAS     SECTION.
           MOVE "N" TO WRK-FIM-BUSCA-VENDA.
           MOVE WRK-NUM-REIMPRESSAO TO REG-VENDA-NUM-TRANSACAO.
           MOVE 1 TO REG-VENDA-NUM-ITEM.
           START VENDAS-FILE KEY NOT LESS REG-VENDA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-BUSCA-VENDA
           END-START.
           PERFORM UNTIL WRK-FIM-BUSCA-VENDA EQUAL "S"
               READ VENDAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-BUSCA-VENDA
                   NOT AT END
                       IF REG-VENDA-NUM-TRANSACAO NOT EQUAL
                               WRK-NUM-REIMPRESSAO
                           MOVE "S" TO WRK-FIM-BUSCA-VENDA
                       ELSE
                           PERFORM 0283-CARREGAR-LINHA-CUPOM
                       END-IF
               END-READ
           END-PERFORM.

      * O ARQUIVO HISTORICO E SEQUENCIAL E PODE TER O MESMO NUMERO
      * DE TRANSACAO EM EXPURGOS DIFERENTES (A NUMERACAO RECOMECA
      * QUANDO VENDAS.DAT FICA VAZIO): VALE O ULTIMO BLOCO
      * CONTIGUO ENCONTRADO, QUE E O MAIS RECENTE.
       0282-BUSCAR-CUPOM-HIST     SECTION.
           MOVE "N" TO WRK-FIM-HIST.
           MOVE "N" TO WRK-NO-BLOCO-HIST.
           MOVE "N" TO WRK-HIST-ABERTO.
           OPEN INPUT VENDAS-HIST.
           IF WRK-HIST-STATUS EQUAL "00"
               MOVE "S" TO WRK-HIST-ABERTO
           ELSE
               MOVE "S" TO WRK-FIM-HIST
           END-IF.
           PERFORM UNTIL WRK-FIM-HIST EQUAL "S"
               READ VENDAS-HIST
                   AT END
                       MOVE "S" TO WRK-FIM-HIST
                   NOT AT END
                       IF HIST-NUM-TRANSACAO EQUAL
                               WRK-NUM-REIMPRESSAO
                           IF WRK-NO-BLOCO-HIST NOT EQUAL "S"
                               MOVE ZEROS TO WRK-TAB-ITEM-QTDE
                               MOVE "N" TO WRK-ACHOU-CUPOM
                               MOVE "S" TO WRK-NO-BLOCO-HIST
                           END-IF
                           MOVE REG-VENDA-HIST TO REG-VENDA
                           PERFORM 0283-CARREGAR-LINHA-CUPOM
                       ELSE
                           MOVE "N" TO WRK-NO-BLOCO-HIST
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-HIST-ABERTO EQUAL "S"
               CLOSE VENDAS-HIST
           END-IF.

      * A PRIMEIRA LINHA DA TRANSACAO DA O CABECALHO DO CUPOM; TODAS
      * VAO PARA A TABELA DE ITENS.
       0283-CARREGAR-LINHA-CUPOM     SECTION.
           IF WRK-ACHOU-CUPOM NOT EQUAL "S"
               MOVE "S" TO WRK-ACHOU-CUPOM
               MOVE REG-VENDA-NUM-TRANSACAO TO WRK-CUP-NUM-TRANS
               MOVE REG-VENDA-DATA TO WRK-CUP-DATA
               MOVE REG-VENDA-HORA TO WRK-CUP-HORA
               MOVE REG-VENDA-OPERADOR TO WRK-CUP-OPERADOR
               MOVE REG-VENDA-FORMA-PGTO TO WRK-CUP-FORMA
               MOVE REG-VENDA-TIPO TO WRK-CUP-TIPO
               MOVE REG-VENDA-ESTORNO-DE TO WRK-CUP-ESTORNO-DE
               MOVE REG-VENDA-COD-CLIENTE TO WRK-CUP-CLIENTE
           END-IF.
           IF WRK-TAB-ITEM-QTDE < 50
               ADD 1 TO WRK-TAB-ITEM-QTDE
               MOVE REG-VENDA-COD-PROD TO
                       ITEM-COD(WRK-TAB-ITEM-QTDE)
               MOVE REG-VENDA-PRODUTO TO
                       ITEM-DESC(WRK-TAB-ITEM-QTDE)
               MOVE REG-VENDA-QTDE TO
                       ITEM-QTDE(WRK-TAB-ITEM-QTDE)
               MOVE REG-VENDA-VALOR-UNIT TO
                       ITEM-VALOR-UNIT(WRK-TAB-ITEM-QTDE)
               MOVE REG-VENDA-VALOR TO
                       ITEM-VALOR(WRK-TAB-ITEM-QTDE)
               MOVE REG-VENDA-VALOR-ICMS TO
                       ITEM-VALOR-ICMS(WRK-TAB-ITEM-QTDE)
           END-IF.

      * CONTAS A RECEBER DO CUPOM A PRAZO: A VENDA ABRE UM TITULO
      * NO VALOR DO CUPOM E SOMA AO SALDO DEVEDOR DO CLIENTE; O
      * ESTORNO ABATE O TITULO DA VENDA ORIGINAL E O SALDO. OS DOIS
      * VAO PARA O RAZAO RECEBER-MOV.DAT, BASE DO EXTRATO MENSAL.
       0290-LANCAR-RECEBER     SECTION.
           IF WRK-TIPO-TRANS EQUAL "E"
               MOVE "E" TO WRK-TIPO-LANC
               MOVE WRK-NUM-ESTORNO TO WRK-NUM-TITULO
               PERFORM 0292-ABATER-TITULO
           ELSE
               MOVE "V" TO WRK-TIPO-LANC
               MOVE WRK-NUM-TRANSACAO TO WRK-NUM-TITULO
               PERFORM 0291-ABRIR-TITULO
           END-IF.
           PERFORM 0293-ATUALIZAR-SALDO-CLIENTE.
           PERFORM 0294-GRAVAR-LANC-RECEBER.

       0291-ABRIR-TITULO     SECTION.
           INITIALIZE REG-RECEBER.
           MOVE WRK-COD-CLIENTE TO REC-COD-CLIENTE.
           MOVE WRK-NUM-TITULO TO REC-NUM-TITULO.
           MOVE WRK-DATA-TRANSACAO TO REC-DATA-EMISSAO.
           COMPUTE REC-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-TRANSACAO) +
                   WRK-PRAZO-RECEBER).
           MOVE WRK-VALOR-TICKET TO REC-VALOR-ORIGINAL.
           MOVE "A" TO REC-SITUACAO.
           WRITE REG-RECEBER.
           IF WRK-REC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR RECEBER.DAT - TITULO: "
                       WRK-NUM-TITULO " STATUS: " WRK-REC-STATUS
               MOVE WRK-REC-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           END-IF.

      * O ESTORNO DE UMA VENDA JA PAGA (TOTAL OU PARCIALMENTE)
      * QUITA O TITULO E DEIXA O EXCESSO COMO CREDITO DO CLIENTE
      * (SALDO DEVEDOR NEGATIVO).
       0292-ABATER-TITULO     SECTION.
           MOVE WRK-COD-CLIENTE TO REC-COD-CLIENTE.
           MOVE WRK-NUM-TITULO TO REC-NUM-TITULO.
           READ RECEBER-FILE
               INVALID KEY
                   DISPLAY "AVISO: TITULO DA VENDA A PRAZO NAO "
                           "ENCONTRADO - CLIENTE: " WRK-COD-CLIENTE
                           " TITULO: " WRK-NUM-TITULO
               NOT INVALID KEY
                   ADD WRK-VALOR-TICKET TO REC-VALOR-ESTORNADO
                   IF REC-VALOR-ESTORNADO + REC-VALOR-PAGO NOT LESS
                           REC-VALOR-ORIGINAL
                       MOVE "Q" TO REC-SITUACAO
                   END-IF
                   REWRITE REG-RECEBER
                   IF WRK-REC-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO REGRAVAR RECEBER.DAT - "
                               "TITULO: " WRK-NUM-TITULO
                               " STATUS: " WRK-REC-STATUS
                       MOVE WRK-REC-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   END-IF
           END-READ.

       0293-ATUALIZAR-SALDO-CLIENTE     SECTION.
           MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "AVISO: CLIENTE NAO ENCONTRADO PARA "
                           "ATUALIZAR SALDO: " WRK-COD-CLIENTE
               NOT INVALID KEY
                   IF WRK-TIPO-LANC EQUAL "E"
                       SUBTRACT WRK-VALOR-TICKET FROM
                               CLI-SALDO-DEVEDOR
                   ELSE
                       ADD WRK-VALOR-TICKET TO CLI-SALDO-DEVEDOR
                   END-IF
                   REWRITE REG-CLIENTE
                   IF WRK-CLI-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO REGRAVAR CLIENTES.DAT - "
                               "CLIENTE: " WRK-COD-CLIENTE
                               " STATUS: " WRK-CLI-STATUS
                       MOVE WRK-CLI-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   END-IF
           END-READ.

       0294-GRAVAR-LANC-RECEBER     SECTION.
           INITIALIZE REG-LANC-RECEBER.
           MOVE WRK-DATA-TRANSACAO TO LCR-DATA.
           MOVE WRK-HORA-TRANSACAO(1:6) TO LCR-HORA.
           MOVE WRK-COD-CLIENTE TO LCR-COD-CLIENTE.
           MOVE WRK-NUM-TITULO TO LCR-NUM-TITULO.
           MOVE WRK-TIPO-LANC TO LCR-TIPO.
           MOVE WRK-VALOR-TICKET TO LCR-VALOR.
           MOVE WRK-OPERADOR TO LCR-OPERADOR.
           WRITE REG-LANC-RECEBER.
           IF WRK-LCR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR RECEBER-MOV.DAT - STATUS: "
                       WRK-LCR-STATUS
               MOVE WRK-LCR-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           END-IF.

       0230-ATUALIZAR-TABELA-PRODUTO     SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-TAB-PROD-IDX FROM 1 BY 1
           END-IF.

       0247-DESCREVER-FORMA     SECTION.
           EVALUATE WRK-COD-FORMA-DESC
               WHEN "D"
                   MOVE "DINHEIRO" TO WRK-DESC-FORMA
               WHEN "C"
                   MOVE "CARTAO" TO WRK-DESC-FORMA
               WHEN "P"
                   MOVE "PIX" TO WRK-DESC-FORMA
               WHEN "A"
                   MOVE "A PRAZO" TO WRK-DESC-FORMA
               WHEN OTHER
                   MOVE "OUTROS" TO WRK-DESC-FORMA
           END-EVALUATE.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-TAB-FORMA-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-FORMA-IDX > WRK-TAB-FORMA-QTDE
               MOVE TAB-FORMA-COD(WRK-TAB-FORMA-IDX) TO
                       WRK-COD-FORMA-DESC
               PERFORM 0247-DESCREVER-FORMA
               MOVE TAB-FORMA-VALOR(WRK-TAB-FORMA-IDX) TO
                       WRK-SUBTOTAL-ED
      * JA GRAVADOS PARA A MESMA DATA SAO SUBSTITUIDOS (VIA ARQUIVO
      * TEMPORARIO, COMO NO REPROCESSAMENTO DE REJEITADOS) EM VEZ DE
      * ACRESCENTADOS, PARA O SISTEMA CONTABIL NAO CONTAR EM DOBRO.
      * O FECHAMENTO DO DIA SO E EXPORTADO PARA A CONTABILIDADE SE
      * O MES DA DATA NAO ESTIVER FECHADO (PROG-FECHAMES); OS
      * RELATORIOS DO DIA SAEM DE QUALQUER FORMA.
       0340-EXPORTAR-CONTABIL     SECTION.
           MOVE WRK-DATA-TRANSACAO(1:6) TO WRK-MES-VERIFICAR.
           PERFORM 0040-VERIFICAR-PERIODO.
           IF WRK-PERIODO-FECHADO EQUAL "S"
               DISPLAY "EXPORTACAO CONTABIL RECUSADA - PERIODO "
                       WRK-MES-VERIFICAR " FECHADO"
           ELSE
               PERFORM 0344-GRAVAR-CONTABIL
           END-IF.

       0344-GRAVAR-CONTABIL     SECTION.
           MOVE "N" TO WRK-CTB-RESTAUROU.
           PERFORM 0341-PRESERVAR-OUTRAS-DATAS.
           IF WRK-CTB-PRESERVOU EQUAL "S"
       0343-EXPORTAR-FORMAS     SECTION.
           PERFORM VARYING WRK-TAB-FORMA-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-FORMA-IDX > WRK-TAB-FORMA-QTDE
               MOVE TAB-FORMA-COD(WRK-TAB-FORMA-IDX) TO
                       WRK-COD-FORMA-DESC
               PERFORM 0247-DESCREVER-FORMA
               INITIALIZE REG-CONTABIL
               MOVE "P" TO CTB-TIPO-REG
      * DATA NAO E A DO FECHAMENTO CORRENTE. SO LIBERA A REGRAVACAO
      * DO CONTABIL.DAT (WRK-CTB-PRESERVOU = "S") SE A COPIA INTEIRA
      * DEU CERTO, PARA NAO PERDER FECHAMENTOS DE OUTRAS DATAS.
      * OS RECEBIMENTOS DE CLIENTES ("R") NAO FAZEM PARTE DO
      * FECHAMENTO DE VENDAS E SAO PRESERVADOS MESMO NA DATA CORRENTE.
       0341-PRESERVAR-OUTRAS-DATAS     SECTION.
           MOVE "N" TO WRK-CTB-PRESERVOU.
           OPEN OUTPUT CONTABIL-TMP.
                           NOT AT END
                               IF CTB-DATA NOT EQUAL
                                       WRK-DATA-TRANSACAO
                                       OR CTB-TIPO-RECEBIMENTO
                                   MOVE REG-CONTABIL TO
                                           REG-CONTABIL-TMP
                                   WRITE REG-CONTABIL-TMP
      * DEVOLVE OS REGISTROS PRESERVADOS DO ARQUIVO TEMPORARIO PARA
      * O CONTABIL.DAT RECEM-REABERTO PARA GRAVACAO. SE A DEVOLUCAO
      * NAO TERMINAR LIMPA (WRK-CTB-RESTAUROU = "N"), O TEMPORARIO
      * NAO E APAGADO NO FINAL DO 0344, POIS ELE PASSA A SER A UNICA
      * COPIA DOS FECHAMENTOS DAS OUTRAS DATAS.
       0342-RECUPERAR-OUTRAS-DATAS     SECTION.
           OPEN INPUT CONTABIL-TMP.
               END-PERFORM
               CLOSE CONTABIL-TMP
           END-IF.

      * ANEXA UM EVENTO AO LOG DE SEGURANCA (SEGURANCA.DAT, VER
      * SEGREG.CPY), ABERTO E FECHADO A CADA GRAVACAO COMO O JORNAL
      * DE EXECUCAO. A SENHA DIGITADA NUNCA E GRAVADA.
       0970-GRAVAR-SEGURANCA     SECTION.
           OPEN EXTEND SEGURANCA-FILE.
           IF WRK-SEG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SEGURANCA-FILE
           END-IF.
           IF WRK-SEG-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: SEGURANCA.DAT INDISPONIVEL - "
                       "STATUS: " WRK-SEG-STATUS
               MOVE WRK-SEG-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               ACCEPT WRK-HORA-COMPLETA FROM TIME
               INITIALIZE REG-SEGURANCA
               ACCEPT SEG-DATA FROM DATE YYYYMMDD
               MOVE WRK-HORA-COMPLETA(1:6) TO SEG-HORA
               MOVE "PROG-VENDAS" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
