       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-REL-SEGURANCA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: RELATORIO DO LOG DE SEGURANCA (SEGURANCA.DAT)
      *                PARA O GERENTE - QUEM TENTOU O QUE: ENTRADAS E
      *                FUNCOES RESTRITAS RECUSADAS, AUTORIZACOES DE
      *                SUPERVISOR CONCEDIDAS E ACESSOS LIBERADOS SEM
      *                CONFERENCIA DE SENHA, EM ORDEM CRONOLOGICA E
      *                RESUMIDOS POR OPERADOR.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: A SELECAO USA OS PARAMETROS DE
      *                RELPER-PARAM.DAT: PERIODO (DATA DO EVENTO) E
      *                OPERADOR, QUE SELECIONA OS EVENTOS EM QUE ELE
      *                AGIU OU EM QUE FOI O AUTORIZADOR. O FILTRO DE
      *                PRODUTO E O TAMANHO DO RANKING NAO SE APLICAM.
      *                NO RESUMO, A APROVACAO CONTA COMO RECEBIDA
      *                PARA QUEM PEDIU E COMO DADA PARA QUEM
      *                AUTORIZOU. SEM SEGURANCA.DAT (NENHUM EVENTO
      *                AINDA) O RELATORIO SAI VAZIO.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

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

       DATA                DIVISION.
       FILE                SECTION.
       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  PARAM-FILE.
           COPY "relparam.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-SEG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-ACHOU PIC X(01) VALUE "N".
       77 WRK-CONT-LIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-SELECIONADOS PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-RECUSAS PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-APROVACOES PIC 9(09) VALUE ZEROS.
       77 WRK-CONT-LIBERACOES PIC 9(09) VALUE ZEROS.
       77 WRK-CHAVE-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-TAB-OPE-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-POS PIC 9(04) VALUE ZEROS.
       77 WRK-J PIC 9(04) VALUE ZEROS.
       77 WRK-MENOR-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-DESC-EVENTO PIC X(10) VALUE SPACES.
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
       77 WRK-TEM-PARAMETROS PIC X(01) VALUE "N".
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-FILTRO-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-REG-SELECIONADO PIC X(01) VALUE "N".
       77 WRK-CONT-FORA-FILTRO PIC 9(09) VALUE ZEROS.

      * RESUMO POR OPERADOR: O PERFIL E O DO EVENTO MAIS RECENTE EM
      * QUE O OPERADOR AGIU (EM BRANCO SE SO APARECEU AUTORIZANDO).
       01 WRK-TAB-OPERADORES.
           05 WRK-TAB-OPE-ITEM OCCURS 500 TIMES
                   INDEXED BY WRK-TAB-OPE-IDX.
               10 TAB-OPE-CODIGO      PIC X(06).
               10 TAB-OPE-PERFIL      PIC X(01).
               10 TAB-OPE-RECUSAS     PIC 9(07).
               10 TAB-OPE-APROV-REC   PIC 9(07).
               10 TAB-OPE-APROV-DADAS PIC 9(07).
               10 TAB-OPE-LIBERACOES  PIC 9(07).

       01 WRK-TMP-OPE-ITEM.
           05 TMP-OPE-CODIGO      PIC X(06).
           05 TMP-OPE-PERFIL      PIC X(01).
           05 TMP-OPE-RECUSAS     PIC 9(07).
           05 TMP-OPE-APROV-REC   PIC 9(07).
           05 TMP-OPE-APROV-DADAS PIC 9(07).
           05 TMP-OPE-LIBERACOES  PIC 9(07).

       01 WRK-QTD-ED PIC Z(06)9.
       01 WRK-REC-ED PIC Z(06)9.
       01 WRK-DAD-ED PIC Z(06)9.
       01 WRK-LIB-ED PIC Z(06)9.
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-NUM-PAGINA-ED PIC ZZZ9.
       01 WRK-CONT-ED PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0010-LER-PARAMETROS.

           PERFORM 0810-ABRIR-RELATORIO.
           PERFORM 0095-ECOAR-PARAMETROS.
           PERFORM 0050-LER-EVENTOS.
           PERFORM 0500-ORDENAR-OPERADORES.

           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-LIDOS TO WRK-CONT-ED.
           STRING "EVENTOS LIDOS DE SEGURANCA.DAT: "
                   DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-SELECIONADOS TO WRK-CONT-ED.
           STRING "EVENTOS SELECIONADOS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-RECUSAS TO WRK-CONT-ED.
           STRING "RECUSAS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-APROVACOES TO WRK-CONT-ED.
           STRING "APROVACOES DE SUPERVISOR: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-LIBERACOES TO WRK-CONT-ED.
           STRING "ACESSOS LIBERADOS SEM SENHA: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0600-IMPRIMIR-RESUMO.
           PERFORM 0840-ENCERRAR-RELATORIO.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * MESMOS PARAMETROS DE SELECAO DO PROG-REL-PERIODO
      * (RELPER-PARAM.DAT, VER RELPARAM.CPY); SEM O ARQUIVO O
      * RELATORIO COBRE O LOG COMPLETO.
       0010-LER-PARAMETROS     SECTION.
           OPEN INPUT PARAM-FILE.
           IF WRK-PAR-STATUS NOT EQUAL "00"
               IF WRK-PAR-STATUS NOT EQUAL "35"
                   DISPLAY "AVISO: RELPER-PARAM.DAT INDISPONIVEL - "
                           "STATUS: " WRK-PAR-STATUS
               END-IF
               DISPLAY "SEM PARAMETROS - RELATORIO DO LOG COMPLETO"
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY "RELPER-PARAM.DAT VAZIO - "
                               "RELATORIO DO LOG COMPLETO"
                   NOT AT END
                       MOVE "S" TO WRK-TEM-PARAMETROS
                       MOVE PAR-DATA-INICIO TO WRK-DATA-INICIO
                       MOVE PAR-DATA-FIM TO WRK-DATA-FIM
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

      * O LOG SO EXISTE DEPOIS DO PRIMEIRO EVENTO GRAVADO; SEM ELE
      * (STATUS "35") O RELATORIO SAI SEM EVENTOS. A LISTAGEM DE
      * DETALHE SAI NA ORDEM DO ARQUIVO, QUE E A CRONOLOGICA.
       0050-LER-EVENTOS     SECTION.
           MOVE "EVENTOS DE SEGURANCA (ORDEM CRONOLOGICA)" TO
                   WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0700-CABECALHO-EVENTOS.
           OPEN INPUT SEGURANCA-FILE.
           IF WRK-SEG-STATUS NOT EQUAL "00"
               IF WRK-SEG-STATUS NOT EQUAL "35"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                           "SEGURANCA.DAT - STATUS: " WRK-SEG-STATUS
                   PERFORM 0840-ENCERRAR-RELATORIO
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "NENHUM EVENTO DE SEGURANCA REGISTRADO" TO
                       WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ SEGURANCA-FILE
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0090-FILTRAR-REGISTRO
                           IF WRK-REG-SELECIONADO EQUAL "S"
                               PERFORM 0100-ACUMULAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURANCA-FILE
               IF WRK-CONT-SELECIONADOS EQUAL ZEROS
                   MOVE "NENHUM EVENTO NA SELECAO" TO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           END-IF.

      * O FILTRO DE OPERADOR PEGA TANTO O QUE ELE TENTOU QUANTO O
      * QUE ELE AUTORIZOU PARA OUTROS.
       0090-FILTRAR-REGISTRO     SECTION.
           MOVE "S" TO WRK-REG-SELECIONADO.
           IF WRK-DATA-INICIO NOT EQUAL ZEROS AND
                   SEG-DATA < WRK-DATA-INICIO
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-DATA-FIM NOT EQUAL ZEROS AND
                   SEG-DATA > WRK-DATA-FIM
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-FILTRO-OPERADOR NOT EQUAL SPACES AND
                   SEG-OPERADOR NOT EQUAL WRK-FILTRO-OPERADOR AND
                   SEG-SUPERVISOR NOT EQUAL WRK-FILTRO-OPERADOR
               MOVE "N" TO WRK-REG-SELECIONADO
           END-IF.
           IF WRK-REG-SELECIONADO EQUAL "N"
               ADD 1 TO WRK-CONT-FORA-FILTRO
           END-IF.

       0095-ECOAR-PARAMETROS     SECTION.
           IF WRK-TEM-PARAMETROS NOT EQUAL "S"
               MOVE "SELECAO: LOG COMPLETO (SEM PARAMETROS)"
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
               IF WRK-FILTRO-OPERADOR NOT EQUAL SPACES
                   STRING "FILTRO DE OPERADOR (AGINDO OU "
                           DELIMITED BY SIZE
                           "AUTORIZANDO): " DELIMITED BY SIZE
                           WRK-FILTRO-OPERADOR DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * IMPRIME O EVENTO E SOMA NOS TOTAIS E NO RESUMO POR OPERADOR.
       0100-ACUMULAR-EVENTO     SECTION.
           ADD 1 TO WRK-CONT-SELECIONADOS.
           EVALUATE TRUE
               WHEN SEG-EVENTO-RECUSA
                   MOVE "RECUSA" TO WRK-DESC-EVENTO
                   ADD 1 TO WRK-CONT-RECUSAS
               WHEN SEG-EVENTO-APROVACAO
                   MOVE "APROVACAO" TO WRK-DESC-EVENTO
                   ADD 1 TO WRK-CONT-APROVACOES
               WHEN SEG-EVENTO-LIBERACAO
                   MOVE "LIBERACAO" TO WRK-DESC-EVENTO
                   ADD 1 TO WRK-CONT-LIBERACOES
               WHEN OTHER
                   MOVE SEG-EVENTO TO WRK-DESC-EVENTO
           END-EVALUATE.
           PERFORM 0710-MONTAR-EVENTO.
           MOVE SEG-OPERADOR TO WRK-CHAVE-OPERADOR.
           PERFORM 0210-LOCALIZAR-OPERADOR.
           IF WRK-ACHOU EQUAL "S"
               MOVE SEG-PERFIL TO TAB-OPE-PERFIL(WRK-TAB-OPE-IDX)
               EVALUATE TRUE
                   WHEN SEG-EVENTO-RECUSA
                       ADD 1 TO TAB-OPE-RECUSAS(WRK-TAB-OPE-IDX)
                   WHEN SEG-EVENTO-APROVACAO
                       ADD 1 TO TAB-OPE-APROV-REC(WRK-TAB-OPE-IDX)
                   WHEN SEG-EVENTO-LIBERACAO
                       ADD 1 TO TAB-OPE-LIBERACOES(WRK-TAB-OPE-IDX)
               END-EVALUATE
           END-IF.
           IF SEG-EVENTO-APROVACAO AND SEG-SUPERVISOR NOT EQUAL SPACES
               MOVE SEG-SUPERVISOR TO WRK-CHAVE-OPERADOR
               PERFORM 0210-LOCALIZAR-OPERADOR
               IF WRK-ACHOU EQUAL "S"
                   ADD 1 TO TAB-OPE-APROV-DADAS(WRK-TAB-OPE-IDX)
               END-IF
           END-IF.

      * POSICIONA WRK-TAB-OPE-IDX NO OPERADOR WRK-CHAVE-OPERADOR,
      * INCLUINDO-O NA TABELA SE AINDA NAO ESTIVER LA. WRK-ACHOU
      * FICA "N" SO COM A TABELA CHEIA.
       0210-LOCALIZAR-OPERADOR     SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-TAB-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-OPE-IDX > WRK-TAB-OPE-QTDE
               IF TAB-OPE-CODIGO(WRK-TAB-OPE-IDX) EQUAL
                       WRK-CHAVE-OPERADOR
                   MOVE "S" TO WRK-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-TAB-OPE-QTDE < 500
                   ADD 1 TO WRK-TAB-OPE-QTDE
                   SET WRK-TAB-OPE-IDX TO WRK-TAB-OPE-QTDE
                   INITIALIZE WRK-TAB-OPE-ITEM(WRK-TAB-OPE-IDX)
                   MOVE WRK-CHAVE-OPERADOR TO
                           TAB-OPE-CODIGO(WRK-TAB-OPE-IDX)
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   DISPLAY "AVISO: TABELA DE OPERADORES CHEIA - "
                           "RESUMO PODE ESTAR INCOMPLETO"
               END-IF
           END-IF.

       0500-ORDENAR-OPERADORES     SECTION.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-TAB-OPE-QTDE
               MOVE WRK-POS TO WRK-MENOR-IDX
               PERFORM VARYING WRK-J FROM WRK-POS BY 1
                       UNTIL WRK-J > WRK-TAB-OPE-QTDE
                   IF TAB-OPE-CODIGO(WRK-J) <
                           TAB-OPE-CODIGO(WRK-MENOR-IDX)
                       MOVE WRK-J TO WRK-MENOR-IDX
                   END-IF
               END-PERFORM
               IF WRK-MENOR-IDX NOT EQUAL WRK-POS
                   MOVE WRK-TAB-OPE-ITEM(WRK-POS) TO WRK-TMP-OPE-ITEM
                   MOVE WRK-TAB-OPE-ITEM(WRK-MENOR-IDX) TO
                           WRK-TAB-OPE-ITEM(WRK-POS)
                   MOVE WRK-TMP-OPE-ITEM TO
                           WRK-TAB-OPE-ITEM(WRK-MENOR-IDX)
               END-IF
           END-PERFORM.

       0600-IMPRIMIR-RESUMO     SECTION.
           MOVE "RESUMO POR OPERADOR" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           STRING "OPERAD" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "P" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   " RECUSAS" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   " APROVACOES RECEBIDAS" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "  APROVACOES DADAS" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "  LIBERACOES" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA(1:71).
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-TAB-OPE-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-OPE-IDX > WRK-TAB-OPE-QTDE
               MOVE TAB-OPE-RECUSAS(WRK-TAB-OPE-IDX) TO WRK-QTD-ED
               MOVE TAB-OPE-APROV-REC(WRK-TAB-OPE-IDX) TO WRK-REC-ED
               MOVE TAB-OPE-APROV-DADAS(WRK-TAB-OPE-IDX) TO
                       WRK-DAD-ED
               MOVE TAB-OPE-LIBERACOES(WRK-TAB-OPE-IDX) TO WRK-LIB-ED
               STRING TAB-OPE-CODIGO(WRK-TAB-OPE-IDX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TAB-OPE-PERFIL(WRK-TAB-OPE-IDX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       "              " DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-REC-ED DELIMITED BY SIZE
                       "           " DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-DAD-ED DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-LIB-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-PERFORM.
           IF WRK-TAB-OPE-QTDE EQUAL ZEROS
               MOVE "NENHUM OPERADOR NA SELECAO" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.

      * AS COLUNAS DO CABECALHO TEM AS MESMAS LARGURAS DOS CAMPOS
      * MONTADOS NO 0710. P = PERFIL DO OPERADOR NO MOMENTO DO
      * EVENTO; AUTORIZ = SUPERVISOR OU GERENTE QUE APROVOU OU
      * RECUSOU A AUTORIZACAO.
       0700-CABECALHO-EVENTOS     SECTION.
           STRING "DATA    " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "HORA  " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "PROGRAMA            " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "OPERAD" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "P" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "FUNCAO    " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "EVENTO    " DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "AUTORI" DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "DETALHE" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA(1:115).
           PERFORM 0820-GRAVAR-LINHA-REL.

       0710-MONTAR-EVENTO     SECTION.
           STRING SEG-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-HORA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-PROGRAMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-OPERADOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-PERFIL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-FUNCAO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-DESC-EVENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-SUPERVISOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-DETALHE DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "SEGURANCA-" DELIMITED BY SIZE
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
               DISPLAY WRK-LINHA(1:115)
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
           STRING "PROG-REL-SEGURANCA - LOG DE SEGURANCA  "
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
               MOVE "PROG-REL-SEGURANCA" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "B" TO JRN-MODO
               MOVE WRK-CONT-LIDOS TO JRN-LIDOS
               MOVE WRK-CONT-SELECIONADOS TO JRN-ACEITOS
               MOVE WRK-CONT-RECUSAS TO JRN-REJEITADOS
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
