       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-FECHAMES.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: FECHAMENTO MENSAL - CONFERE SE O MES ESTA
      *                PRONTO PARA FECHAR, REGISTRA O MES COMO
      *                FECHADO EM PERIODOS.DAT E IMPRIME O RESUMO DO
      *                FECHAMENTO (FECHAMENTO-AAAAMM.REL). TAMBEM
      *                REABRE UM MES FECHADO, COM AUTORIZACAO DE
      *                SUPERVISOR OU GERENTE, CONSULTA OS PERIODOS E
      *                ENCERRA LOTES DE VENDAS INTERROMPIDOS.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O MES ESTA PRONTO QUANDO (1) NAO HA
      *                REJEITADOS PENDENTES DATADOS NO MES, (2) TODO
      *                LOTE PROCESSADO NO MES ESTA "P" EM LOTES.DAT E
      *                RECONCILIA - REGISTROS DO TRAILER = VENDAS DO
      *                LOTE (VENDAS + VENDAS-HIST) + REJEITADOS DO
      *                LOTE - OU FOI ENCERRADO APOS CONFERENCIA ("E",
      *                VER LOTEREG.CPY), CASO EM QUE A CONTAGEM SAI SO
      *                COMO INFORMACAO, E (3) A ULTIMA EXECUCAO DE CADA
      *                PROGRAMA NO MES TERMINOU NORMALMENTE NO JORNAL,
      *                COM PELO MENOS UM TERMINO NORMAL NO MES. SO SE
      *                FECHA MES ANTERIOR AO CORRENTE. COM O MES
      *                FECHADO, O PROG-VENDAS, O PROG-REPROC, O
      *                PROG-ESTOQUE E A EXPORTACAO CONTABIL RECUSAM
      *                LANCAMENTOS NELE.
      *                FECHAMENTOS, REABERTURAS E ENCERRAMENTOS DE LOTE
      *                FICAM REGISTRADOS EM PERIODOS-LOG.DAT. O
      *                OPERADOR ENTRA COM CODIGO E SENHA; A AUTORIZACAO
      *                DE REABERTURA DADA POR OUTRO OPERADOR, AS
      *                RECUSAS E TODO ENCERRAMENTO DE LOTE VAO PARA
      *                SEGURANCA.DAT.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANO-MES
               FILE STATUS IS WRK-PER-STATUS.

           SELECT PERIODOS-LOG
               ASSIGN TO "PERIODOS-LOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-PLG-STATUS.

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

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT RELATORIO-FILE
               ASSIGN TO WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  PERIODOS-FILE.
           COPY "perreg.cpy".

       FD  PERIODOS-LOG.
           COPY "perlog.cpy".

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

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PLG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VENDAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LOT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-MESTRE-OK PIC X(01) VALUE "N".
       77 WRK-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR-VALIDO PIC X(01) VALUE "N".
       77 WRK-PERFIL-OPERADOR PIC X(01) VALUE SPACES.
       77 WRK-SENHA PIC X(08) VALUE SPACES.
       77 WRK-TENTATIVAS-SENHA PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEG-FUNCAO PIC X(10) VALUE SPACES.
       77 WRK-SEG-EVENTO PIC X(01) VALUE SPACES.
       77 WRK-SEG-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-SEG-DETALHE PIC X(40) VALUE SPACES.
       77 WRK-AUTORIZADO PIC X(01) VALUE "N".
       77 WRK-PERFIL-LIBERA PIC X(01) VALUE "N".
       77 WRK-SEG-OBJETO PIC X(40) VALUE SPACES.
       77 WRK-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-SUPERVISOR-OK PIC X(01) VALUE "N".
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR PIC X(01) VALUE "N".
       77 WRK-RESP PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-ACHOU PIC X(01) VALUE "N".
       77 WRK-ANO-MES PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-MES-VALIDO PIC X(01) VALUE "N".
       77 WRK-PER-EXISTE PIC X(01) VALUE "N".
       77 WRK-MES-PRONTO PIC X(01) VALUE "N".
       77 WRK-CONT-REJ-MES PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-FIM-NORMAL PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-EVENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-NUM-LOTE PIC X(12) VALUE SPACES.
       77 WRK-TAB-LOTE-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-PGM-QTDE PIC 9(03) VALUE ZEROS.
       77 WRK-F PIC 9(01) VALUE ZEROS.
       77 WRK-DESC-FORMA PIC X(10) VALUE SPACES.
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

       01 WRK-DATA-LANC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LANC-R REDEFINES WRK-DATA-LANC.
           05 WRK-LANC-AAAAMM        PIC 9(06).
           05 WRK-LANC-DD            PIC 9(02).

       01 WRK-ANO-MES-R.
           05 WRK-MES-AAAA           PIC 9(04).
           05 WRK-MES-MM             PIC 9(02).

      * LOTES PROCESSADOS NO MES: QUANTIDADE DE REGISTROS DO
      * TRAILER (ESPERADO) CONTRA VENDAS + REJEITADOS DO LOTE
      * ENCONTRADOS NOS ARQUIVOS (APURADO).
       01 WRK-TAB-LOTES.
           05 WRK-TAB-LOTE-ITEM OCCURS 300 TIMES
                   INDEXED BY WRK-TAB-LOTE-IDX.
               10 TAB-LOTE-NUM        PIC X(12).
               10 TAB-LOTE-SITUACAO   PIC X(01).
               10 TAB-LOTE-ESPERADO   PIC 9(07).
               10 TAB-LOTE-APURADO    PIC 9(07).

      * SITUACAO DA ULTIMA EXECUCAO DE CADA PROGRAMA NO MES:
      * "I" = INICIADA SEM FIM, "N" = TERMINO NORMAL, "A" =
      * TERMINO ANORMAL OU ABORTO.
       01 WRK-TAB-PROGRAMAS.
           05 WRK-TAB-PGM-ITEM OCCURS 100 TIMES
                   INDEXED BY WRK-TAB-PGM-IDX.
               10 TAB-PGM-NOME        PIC X(20).
               10 TAB-PGM-DATA        PIC 9(08).
               10 TAB-PGM-HORA        PIC 9(06).
               10 TAB-PGM-SITUACAO    PIC X(01).
               10 TAB-PGM-EXECUCOES   PIC 9(05).

      * RESUMO DO MES POR FORMA DE PAGAMENTO: 1 = DINHEIRO,
      * 2 = CARTAO, 3 = PIX, 4 = A PRAZO, 5 = OUTRAS. A LINHA DE
      * TOTAL USA A MESMA ESTRUTURA.
       01 WRK-RESUMO-MES.
           05 WRK-RES-FORMA OCCURS 5 TIMES.
               10 RES-CUPONS          PIC 9(07).
               10 RES-QTDE-ESTORNOS   PIC 9(07).
               10 RES-VENDAS          PIC 9(11)V99.
               10 RES-ESTORNOS        PIC 9(11)V99.
               10 RES-ICMS            PIC S9(11)V99.
               10 RES-UNIDADES        PIC S9(09).
       01 WRK-RESUMO-TOTAL.
           05 TOT-CUPONS              PIC 9(07).
           05 TOT-QTDE-ESTORNOS       PIC 9(07).
           05 TOT-VENDAS              PIC 9(11)V99.
           05 TOT-ESTORNOS            PIC 9(11)V99.
           05 TOT-ICMS                PIC S9(11)V99.
           05 TOT-UNIDADES            PIC S9(09).
       01 WRK-LIQUIDO PIC S9(11)V99 VALUE ZEROS.

       01 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR3-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR4-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 WRK-CONT-ED PIC Z.ZZZ.ZZ9.
       01 WRK-CONT2-ED PIC Z.ZZZ.ZZ9.
       01 WRK-UNID-ED PIC ZZZ.ZZZ.ZZ9-.
       01 WRK-DATA-ED PIC 9999/99/99.
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-NUM-PAGINA-ED PIC ZZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LANC.
           MOVE WRK-LANC-AAAAMM TO WRK-MES-ATUAL.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0010-ABRIR-ARQUIVOS.
           PERFORM 0030-IDENTIFICAR-OPERADOR.
           PERFORM 0100-MENU
               UNTIL WRK-ENCERRAR EQUAL "S".
           CLOSE PERIODOS-FILE.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * O CONTROLE DE PERIODOS E CRIADO NO PRIMEIRO USO; SEM ELE
      * NAO HA COMO FECHAR NEM REABRIR, E O PROGRAMA ABORTA.
       0010-ABRIR-ARQUIVOS     SECTION.
           OPEN I-O PERIODOS-FILE.
           IF WRK-PER-STATUS EQUAL "35"
               OPEN OUTPUT PERIODOS-FILE
               IF WRK-PER-STATUS EQUAL "00"
                   CLOSE PERIODOS-FILE
                   OPEN I-O PERIODOS-FILE
               END-IF
           END-IF.
           IF WRK-PER-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "PERIODOS.DAT - STATUS: " WRK-PER-STATUS
               MOVE WRK-PER-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               MOVE "A" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.
           OPEN INPUT OPERADORES-FILE.
           IF WRK-OPER-STATUS EQUAL "00"
               MOVE "S" TO WRK-OPER-MESTRE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL "
                       "- REABERTURA E ENCERRAMENTO DE LOTE BLOQUEADOS"
           END-IF.

      * MESMA IDENTIFICACAO DE OPERADOR DO PROG-ESTOQUE: CODIGO EM
      * BRANCO NUNCA PASSA E, COM O CADASTRO DISPONIVEL, O CODIGO
      * PRECISA EXISTIR E ESTAR ATIVO. O OPERADOR FICA GRAVADO NO
      * FECHAMENTO E NO HISTORICO DE PERIODOS.
       0030-IDENTIFICAR-OPERADOR     SECTION.
           MOVE "N" TO WRK-OPERADOR-VALIDO.
           MOVE ZEROS TO WRK-TENTATIVAS-SENHA.
           PERFORM UNTIL WRK-OPERADOR-VALIDO EQUAL "S"
               DISPLAY "CODIGO DO OPERADOR: "
               ACCEPT WRK-OPERADOR
               MOVE SPACE TO WRK-PERFIL-OPERADOR
               IF WRK-OPERADOR EQUAL SPACES
                   DISPLAY "OPERADOR EM BRANCO"
               ELSE
                   IF WRK-OPER-MESTRE-OK NOT EQUAL "S"
                       MOVE "S" TO WRK-OPERADOR-VALIDO
                       MOVE "L" TO WRK-SEG-EVENTO
                       MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO
                               WRK-SEG-DETALHE
                       PERFORM 0036-REGISTRAR-ENTRADA
                   ELSE
                       MOVE WRK-OPERADOR TO OPER-CODIGO
                       READ OPERADORES-FILE
                           INVALID KEY
                               DISPLAY "OPERADOR NAO CADASTRADO: "
                                       WRK-OPERADOR
                               MOVE "R" TO WRK-SEG-EVENTO
                               MOVE "OPERADOR NAO CADASTRADO" TO
                                       WRK-SEG-DETALHE
                               PERFORM 0036-REGISTRAR-ENTRADA
                           NOT INVALID KEY
                               IF OPER-INATIVO
                                   DISPLAY "OPERADOR INATIVO: "
                                           WRK-OPERADOR
                                   MOVE OPER-PERFIL TO
                                           WRK-PERFIL-OPERADOR
                                   MOVE "R" TO WRK-SEG-EVENTO
                                   MOVE "OPERADOR INATIVO" TO
                                           WRK-SEG-DETALHE
                                   PERFORM 0036-REGISTRAR-ENTRADA
                               ELSE
                                   PERFORM 0035-CONFERIR-SENHA
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      * CONFERE A SENHA DO OPERADOR ATIVO LIDO EM OPERADORES.DAT.
      * SENHA EM BRANCO NO CADASTRO NAO ENTRA - O GERENTE PRECISA
      * CADASTRA-LA NO PROG-OPERMNT. NA TERCEIRA SENHA ERRADA O
      * PROGRAMA E ENCERRADO COMO ANORMAL NO JORNAL. TODA RECUSA
      * VAI PARA O LOG DE SEGURANCA.
       0035-CONFERIR-SENHA     SECTION.
           MOVE OPER-PERFIL TO WRK-PERFIL-OPERADOR.
           IF OPER-SENHA EQUAL SPACES
               DISPLAY "OPERADOR SEM SENHA CADASTRADA - PROCURE O "
                       "GERENTE"
               MOVE "R" TO WRK-SEG-EVENTO
               MOVE "OPERADOR SEM SENHA CADASTRADA" TO WRK-SEG-DETALHE
               PERFORM 0036-REGISTRAR-ENTRADA
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
                   PERFORM 0036-REGISTRAR-ENTRADA
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
       0036-REGISTRAR-ENTRADA     SECTION.
           MOVE "LOGIN" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-SUPERVISOR.
           PERFORM 0970-GRAVAR-SEGURANCA.

      * FUNCAO RESTRITA (WRK-SEG-FUNCAO, SOBRE WRK-SEG-OBJETO): O
      * CHAMADOR POE "S" EM WRK-PERFIL-LIBERA QUANDO O PERFIL DO
      * OPERADOR IDENTIFICADO JA PERMITE A FUNCAO; SENAO E PRECISO
      * A AUTORIZACAO NA HORA DE UM SUPERVISOR OU GERENTE. SEM O
      * CADASTRO DE OPERADORES NAO HA COMO CONFERIR PERFIL NEM
      * SENHA E A FUNCAO E RECUSADA. DEVOLVE WRK-AUTORIZADO.
       0037-LIBERAR-FUNCAO     SECTION.
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
                   PERFORM 0038-AUTORIZAR-SUPERVISOR
               END-IF
           END-IF.

      * AUTORIZACAO NA HORA: UM SUPERVISOR OU GERENTE ATIVO,
      * DIFERENTE DO OPERADOR IDENTIFICADO, DIGITA CODIGO E SENHA.
      * CODIGO EM BRANCO DESISTE. APROVACAO E RECUSA VAO PARA O
      * LOG DE SEGURANCA.
       0038-AUTORIZAR-SUPERVISOR     SECTION.
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

       0100-MENU     SECTION.
           DISPLAY "=-=-=-==-=-=-==-=-=-=-=-=-=-=-=".
           DISPLAY "FECHAMENTO MENSAL".
           DISPLAY "1 - FECHAR MES".
           DISPLAY "2 - REABRIR MES FECHADO".
           DISPLAY "3 - CONSULTAR PERIODOS".
           DISPLAY "4 - ENCERRAR LOTE INTERROMPIDO".
           DISPLAY "5 - ENCERRAR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM 0200-FECHAR-MES
               WHEN "2"
                   PERFORM 0300-REABRIR-MES
               WHEN "3"
                   PERFORM 0400-CONSULTAR-PERIODOS
               WHEN "4"
                   PERFORM 0500-ENCERRAR-LOTE
               WHEN "5"
                   MOVE "S" TO WRK-ENCERRAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * PEDE O MES (AAAAMM); 0 DESISTE. NA SAIDA WRK-MES-VALIDO
      * "S" INDICA MES INFORMADO E WRK-PER-EXISTE SE JA HA
      * REGISTRO DELE EM PERIODOS.DAT (LIDO EM REG-PERIODO).
       0150-PEDIR-MES     SECTION.
           MOVE "N" TO WRK-MES-VALIDO.
           MOVE 1 TO WRK-ANO-MES.
           PERFORM UNTIL WRK-MES-VALIDO EQUAL "S"
                   OR WRK-ANO-MES EQUAL ZEROS
               DISPLAY "MES (AAAAMM, 0 = CANCELAR): "
               ACCEPT WRK-ANO-MES
               MOVE WRK-ANO-MES TO WRK-ANO-MES-R
               IF WRK-ANO-MES NOT EQUAL ZEROS
                   IF WRK-MES-MM < 1 OR WRK-MES-MM > 12 OR
                           WRK-MES-AAAA < 2000
                       DISPLAY "MES INVALIDO: " WRK-ANO-MES
                   ELSE
                       MOVE "S" TO WRK-MES-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WRK-PER-EXISTE.
           IF WRK-MES-VALIDO EQUAL "S"
               MOVE WRK-ANO-MES TO PER-ANO-MES
               READ PERIODOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PER-EXISTE
               END-READ
           END-IF.

      * FECHAMENTO: SO MES ANTERIOR AO CORRENTE E AINDA NAO FECHADO
      * (UM MES REABERTO PODE SER FECHADO DE NOVO). AS CONFERENCIAS
      * E O RESUMO SAEM NO RELATORIO; O MES SO E GRAVADO COMO
      * FECHADO SE TODAS PASSAREM E O OPERADOR CONFIRMAR.
       0200-FECHAR-MES     SECTION.
           PERFORM 0150-PEDIR-MES.
           IF WRK-MES-VALIDO EQUAL "S"
               IF WRK-ANO-MES NOT LESS WRK-MES-ATUAL
                   DISPLAY "SO PODE SER FECHADO MES ANTERIOR AO "
                           "CORRENTE (" WRK-MES-ATUAL ")"
               ELSE
               IF WRK-PER-EXISTE EQUAL "S" AND PER-FECHADO
                   MOVE PER-DATA-FECHAMENTO TO WRK-DATA-ED
                   DISPLAY "PERIODO " WRK-ANO-MES " JA FECHADO EM "
                           WRK-DATA-ED " POR " PER-OPER-FECHAMENTO
               ELSE
                   PERFORM 0205-CONFERIR-MES
               END-IF
               END-IF
           END-IF.

       0205-CONFERIR-MES     SECTION.
           MOVE "S" TO WRK-MES-PRONTO.
           MOVE ZEROS TO WRK-CONT-REJ-MES.
           MOVE ZEROS TO WRK-CONT-FIM-NORMAL.
           MOVE ZEROS TO WRK-TAB-LOTE-QTDE.
           MOVE ZEROS TO WRK-TAB-PGM-QTDE.
           INITIALIZE WRK-RESUMO-MES.
           INITIALIZE WRK-RESUMO-TOTAL.
           PERFORM 0810-ABRIR-RELATORIO.
           STRING "MES DE REFERENCIA: " DELIMITED BY SIZE
                   WRK-MES-MM DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WRK-MES-AAAA DELIMITED BY SIZE
                   "  OPERADOR: " DELIMITED BY SIZE
                   WRK-OPERADOR DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0210-CARREGAR-LOTES.
           PERFORM 0220-VERIFICAR-REJEITADOS.
           PERFORM 0230-APURAR-VENDAS.
           PERFORM 0240-CONFERIR-LOTES.
           PERFORM 0250-VERIFICAR-JORNAL.
           PERFORM 0260-IMPRIMIR-RESUMO.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-MES-PRONTO NOT EQUAL "S"
               STRING "*** PERIODO NAO PODE SER FECHADO - "
                       DELIMITED BY SIZE
                       "RESOLVER AS PENDENCIAS ACIMA ***"
                       DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               DISPLAY "PERIODO " WRK-ANO-MES " NAO PODE SER "
                       "FECHADO - VER PENDENCIAS NO RELATORIO"
           ELSE
               DISPLAY "PERIODO " WRK-ANO-MES " PRONTO PARA FECHAR"
               DISPLAY "CONFIRMA O FECHAMENTO (S/N)? "
               ACCEPT WRK-RESP
               IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                   PERFORM 0270-GRAVAR-FECHAMENTO
               ELSE
                   STRING "FECHAMENTO NAO CONFIRMADO PELO "
                           DELIMITED BY SIZE
                           "OPERADOR - PERIODO CONTINUA ABERTO"
                           DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
                   DISPLAY "FECHAMENTO CANCELADO"
               END-IF
           END-IF.
           PERFORM 0840-ENCERRAR-RELATORIO.

      * LOTES DO MES: PROCESSADOS NO MES OU COM DATA DE NEGOCIO NO
      * MES. SEM O REGISTRO DE LOTES (NUNCA HOUVE CARGA EM LOTE)
      * NAO HA O QUE CONFERIR; REGISTRO ILEGIVEL IMPEDE O FECHAMENTO.
       0210-CARREGAR-LOTES     SECTION.
           OPEN INPUT LOTES-FILE.
           IF WRK-LOT-STATUS NOT EQUAL "00"
               IF WRK-LOT-STATUS NOT EQUAL "35"
                   MOVE "N" TO WRK-MES-PRONTO
                   STRING "*** REGISTRO DE LOTES (LOTES.DAT) "
                           DELIMITED BY SIZE
                           "INDISPONIVEL - STATUS: " DELIMITED BY SIZE
                           WRK-LOT-STATUS DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ LOTES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE "N" TO WRK-ACHOU
                           MOVE LOT-DATA-PROC TO WRK-DATA-LANC
                           IF WRK-LANC-AAAAMM EQUAL WRK-ANO-MES
                               MOVE "S" TO WRK-ACHOU
                           END-IF
                           MOVE LOT-DATA-NEGOCIO TO WRK-DATA-LANC
                           IF WRK-LANC-AAAAMM EQUAL WRK-ANO-MES
                               MOVE "S" TO WRK-ACHOU
                           END-IF
                           IF WRK-ACHOU EQUAL "S"
                               PERFORM 0215-INCLUIR-LOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES-FILE
           END-IF.

       0215-INCLUIR-LOTE     SECTION.
           IF WRK-TAB-LOTE-QTDE < 300
               ADD 1 TO WRK-TAB-LOTE-QTDE
               SET WRK-TAB-LOTE-IDX TO WRK-TAB-LOTE-QTDE
               MOVE LOT-NUM-LOTE TO TAB-LOTE-NUM(WRK-TAB-LOTE-IDX)
               MOVE LOT-SITUACAO TO
                       TAB-LOTE-SITUACAO(WRK-TAB-LOTE-IDX)
               MOVE LOT-TRL-QTDE-REG TO
                       TAB-LOTE-ESPERADO(WRK-TAB-LOTE-IDX)
               MOVE ZEROS TO TAB-LOTE-APURADO(WRK-TAB-LOTE-IDX)
           ELSE
               IF WRK-MES-PRONTO EQUAL "S"
                   STRING "*** TABELA DE LOTES CHEIA - MAIS DE "
                           DELIMITED BY SIZE
                           "300 LOTES NO MES ***" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
               MOVE "N" TO WRK-MES-PRONTO
           END-IF.

      * SOMA UM REGISTRO AO LOTE WRK-NUM-LOTE SE ELE FOR UM DOS
      * LOTES DO MES.
       0218-SOMAR-LOTE     SECTION.
           PERFORM VARYING WRK-TAB-LOTE-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-LOTE-IDX > WRK-TAB-LOTE-QTDE
               IF TAB-LOTE-NUM(WRK-TAB-LOTE-IDX) EQUAL WRK-NUM-LOTE
                   ADD 1 TO TAB-LOTE-APURADO(WRK-TAB-LOTE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * REJEITADOS.DAT SO GUARDA O QUE AINDA NAO FOI REPROCESSADO:
      * QUALQUER REGISTRO DATADO NO MES E PENDENCIA. A MESMA LEITURA
      * CONTA OS REJEITADOS DE CADA LOTE PARA A RECONCILIACAO.
       0220-VERIFICAR-REJEITADOS     SECTION.
           MOVE "REJEITADOS PENDENTES NO MES" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           OPEN INPUT REJEITADOS-FILE.
           IF WRK-REJ-STATUS NOT EQUAL "00"
               IF WRK-REJ-STATUS NOT EQUAL "35"
                   MOVE "N" TO WRK-MES-PRONTO
                   STRING "*** REJEITADOS.DAT INDISPONIVEL - STATUS: "
                           DELIMITED BY SIZE
                           WRK-REJ-STATUS DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ REJEITADOS-FILE
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF REJ-NUM-LOTE NOT EQUAL SPACES
                               MOVE REJ-NUM-LOTE TO WRK-NUM-LOTE
                               PERFORM 0218-SOMAR-LOTE
                           END-IF
                           MOVE REJ-DATA TO WRK-DATA-LANC
                           IF WRK-LANC-AAAAMM EQUAL WRK-ANO-MES
                               ADD 1 TO WRK-CONT-REJ-MES
                               MOVE REJ-DATA TO WRK-DATA-ED
                               STRING "  " DELIMITED BY SIZE
                                       WRK-DATA-ED DELIMITED BY SIZE
                                       "  PRODUTO: " DELIMITED BY SIZE
                                       REJ-COD-PRODUTO
                                       DELIMITED BY SIZE
                                       "  LOTE: " DELIMITED BY SIZE
                                       REJ-NUM-LOTE DELIMITED BY SIZE
                                       "  " DELIMITED BY SIZE
                                       REJ-MOTIVO DELIMITED BY SIZE
                                       INTO WRK-LINHA
                               PERFORM 0820-GRAVAR-LINHA-REL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJEITADOS-FILE
           END-IF.
           IF WRK-CONT-REJ-MES EQUAL ZEROS
               MOVE "  NENHUM - OK" TO WRK-LINHA
           ELSE
               MOVE "N" TO WRK-MES-PRONTO
               MOVE WRK-CONT-REJ-MES TO WRK-CONT-ED
               STRING "*** " DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       " REJEITADO(S) PENDENTE(S) NO MES - "
                       DELIMITED BY SIZE
                       "REPROCESSAR NO PROG-REPROC ***"
                       DELIMITED BY SIZE
                       INTO WRK-LINHA
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * LE O HISTORICO E O ARQUIVO VIVO DE VENDAS: CADA CUPOM (LINHA
      * DE ITEM 1) COM NUMERO DE LOTE CONTA PARA O LOTE, E AS LINHAS
      * DATADAS NO MES ENTRAM NO RESUMO.
       0230-APURAR-VENDAS     SECTION.
           OPEN INPUT VENDAS-HIST.
           IF WRK-HIST-STATUS NOT EQUAL "00"
               IF WRK-HIST-STATUS NOT EQUAL "35"
                   MOVE "N" TO WRK-MES-PRONTO
                   STRING "*** VENDAS-HIST.DAT INDISPONIVEL - STATUS: "
                           DELIMITED BY SIZE
                           WRK-HIST-STATUS DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-HIST
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE REG-VENDA-HIST TO REG-VENDA
                           PERFORM 0235-ACUMULAR-VENDA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-HIST
           END-IF.
           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT EQUAL "00"
               IF WRK-VENDAS-STATUS NOT EQUAL "35"
                   MOVE "N" TO WRK-MES-PRONTO
                   STRING "*** VENDAS.DAT INDISPONIVEL - STATUS: "
                           DELIMITED BY SIZE
                           WRK-VENDAS-STATUS DELIMITED BY SIZE
                           " ***" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0235-ACUMULAR-VENDA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-FILE
           END-IF.

       0235-ACUMULAR-VENDA     SECTION.
           IF REG-VENDA-NUM-LOTE NOT EQUAL SPACES AND
                   REG-VENDA-NUM-ITEM EQUAL 1
               MOVE REG-VENDA-NUM-LOTE TO WRK-NUM-LOTE
               PERFORM 0218-SOMAR-LOTE
           END-IF.
           MOVE REG-VENDA-DATA TO WRK-DATA-LANC.
           IF WRK-LANC-AAAAMM EQUAL WRK-ANO-MES
               EVALUATE TRUE
                   WHEN REG-VENDA-PGTO-DINHEIRO
                       MOVE 1 TO WRK-F
                   WHEN REG-VENDA-PGTO-CARTAO
                       MOVE 2 TO WRK-F
                   WHEN REG-VENDA-PGTO-PIX
                       MOVE 3 TO WRK-F
                   WHEN REG-VENDA-PGTO-PRAZO
                       MOVE 4 TO WRK-F
                   WHEN OTHER
                       MOVE 5 TO WRK-F
               END-EVALUATE
               IF REG-VENDA-TIPO-ESTORNO
                   IF REG-VENDA-NUM-ITEM EQUAL 1
                       ADD 1 TO RES-QTDE-ESTORNOS(WRK-F)
                   END-IF
                   ADD REG-VENDA-VALOR TO RES-ESTORNOS(WRK-F)
                   SUBTRACT REG-VENDA-VALOR-ICMS FROM RES-ICMS(WRK-F)
                   SUBTRACT REG-VENDA-QTDE FROM RES-UNIDADES(WRK-F)
               ELSE
                   IF REG-VENDA-NUM-ITEM EQUAL 1
                       ADD 1 TO RES-CUPONS(WRK-F)
                   END-IF
                   ADD REG-VENDA-VALOR TO RES-VENDAS(WRK-F)
                   ADD REG-VENDA-VALOR-ICMS TO RES-ICMS(WRK-F)
                   ADD REG-VENDA-QTDE TO RES-UNIDADES(WRK-F)
               END-IF
           END-IF.

      * RECONCILIACAO DOS LOTES DO MES, NOS MOLDES DO
      * PROG-RECONCILIA: O LOTE PRECISA ESTAR PROCESSADO ("P") E O
      * TRAILER TEM DE BATER COM VENDAS + REJEITADOS DO LOTE. UM
      * LOTE ENCERRADO APOS CONFERENCIA ("E", OPCAO 4) NAO IMPEDE O
      * FECHAMENTO: O QUE FALTOU FOI DIGITADO NO CAIXA, SEM O NUMERO
      * DO LOTE, E A CONTAGEM FICA SO COMO INFORMACAO.
       0240-CONFERIR-LOTES     SECTION.
           MOVE "RECONCILIACAO DOS LOTES DO MES" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-TAB-LOTE-QTDE EQUAL ZEROS
               MOVE "  NENHUM LOTE PROCESSADO NO MES" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.
           PERFORM VARYING WRK-TAB-LOTE-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-LOTE-IDX > WRK-TAB-LOTE-QTDE
               MOVE TAB-LOTE-ESPERADO(WRK-TAB-LOTE-IDX) TO WRK-CONT-ED
               MOVE TAB-LOTE-APURADO(WRK-TAB-LOTE-IDX) TO
                       WRK-CONT2-ED
               STRING "  LOTE: " DELIMITED BY SIZE
                       TAB-LOTE-NUM(WRK-TAB-LOTE-IDX) DELIMITED BY SIZE
                       "  TRAILER: " DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       "  APURADO: " DELIMITED BY SIZE
                       WRK-CONT2-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               IF TAB-LOTE-SITUACAO(WRK-TAB-LOTE-IDX) EQUAL "E"
                   MOVE "ENCERRADO APOS CONFERENCIA - INFORMATIVO"
                           TO WRK-LINHA(64:40)
               ELSE
               IF TAB-LOTE-SITUACAO(WRK-TAB-LOTE-IDX) NOT EQUAL "P"
                   MOVE "N" TO WRK-MES-PRONTO
                   MOVE "*** EM PROCESSAMENTO - RODADA INTERROMPIDA"
                           TO WRK-LINHA(64:43)
               ELSE
               IF TAB-LOTE-APURADO(WRK-TAB-LOTE-IDX) NOT EQUAL
                       TAB-LOTE-ESPERADO(WRK-TAB-LOTE-IDX)
                   MOVE "N" TO WRK-MES-PRONTO
                   MOVE "*** DIVERGENTE - CONFERIR NO PROG-RECONCILIA"
                           TO WRK-LINHA(64:45)
               ELSE
                   MOVE "OK" TO WRK-LINHA(64:2)
               END-IF
               END-IF
               END-IF
               PERFORM 0820-GRAVAR-LINHA-REL
           END-PERFORM.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * JORNAL DE EXECUCAO: VALE A ULTIMA EXECUCAO DE CADA PROGRAMA
      * NO MES - UMA FALHA SEGUIDA DE NOVA RODADA NORMAL NAO IMPEDE
      * O FECHAMENTO. UMA EXECUCAO INICIADA NO ULTIMO DIA E
      * TERMINADA JA NO MES SEGUINTE E RESOLVIDA PELO "F"/"A"
      * GRAVADO DEPOIS DA VIRADA; UM TERMINO ANORMAL NO FIM DO MES E
      * ACERTADO PELA PROXIMA RODADA NORMAL DO PROGRAMA (0257).
       0250-VERIFICAR-JORNAL     SECTION.
           MOVE "JORNAL DE EXECUCAO DO MES" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           OPEN INPUT JORNAL-FILE.
           IF WRK-JRN-STATUS NOT EQUAL "00"
               MOVE "N" TO WRK-MES-PRONTO
               STRING "*** JORNAL-EXEC.DAT INDISPONIVEL - STATUS: "
                       DELIMITED BY SIZE
                       WRK-JRN-STATUS DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ JORNAL-FILE
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           MOVE JRN-DATA TO WRK-DATA-LANC
                           IF WRK-LANC-AAAAMM EQUAL WRK-ANO-MES
                               PERFORM 0255-ANOTAR-EXECUCAO
                           ELSE
                           IF WRK-LANC-AAAAMM > WRK-ANO-MES AND
                                   NOT JRN-TIPO-INICIO
                               PERFORM 0257-RESOLVER-PENDENTE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JORNAL-FILE
           END-IF.
           PERFORM VARYING WRK-TAB-PGM-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PGM-IDX > WRK-TAB-PGM-QTDE
               MOVE TAB-PGM-DATA(WRK-TAB-PGM-IDX) TO WRK-DATA-ED
               MOVE TAB-PGM-EXECUCOES(WRK-TAB-PGM-IDX) TO WRK-CONT-ED
               STRING "  " DELIMITED BY SIZE
                       TAB-PGM-NOME(WRK-TAB-PGM-IDX) DELIMITED BY SIZE
                       "  EXECUCOES: " DELIMITED BY SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       "  ULTIMA: " DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TAB-PGM-HORA(WRK-TAB-PGM-IDX) DELIMITED BY SIZE
                       INTO WRK-LINHA
               EVALUATE TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX)
                   WHEN "N"
                       MOVE "TERMINO NORMAL" TO WRK-LINHA(72:14)
                   WHEN "I"
                       MOVE "N" TO WRK-MES-PRONTO
                       MOVE "*** SEM REGISTRO DE FIM (CAIU NO MEIO)"
                               TO WRK-LINHA(72:39)
                   WHEN OTHER
                       MOVE "N" TO WRK-MES-PRONTO
                       MOVE "*** TERMINO ANORMAL - REEXECUTAR"
                               TO WRK-LINHA(72:32)
               END-EVALUATE
               PERFORM 0820-GRAVAR-LINHA-REL
           END-PERFORM.
           IF WRK-CONT-FIM-NORMAL EQUAL ZEROS
               MOVE "N" TO WRK-MES-PRONTO
               MOVE "*** NENHUM TERMINO NORMAL REGISTRADO NO MES ***"
                       TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0255-ANOTAR-EXECUCAO     SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-TAB-PGM-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PGM-IDX > WRK-TAB-PGM-QTDE
               IF TAB-PGM-NOME(WRK-TAB-PGM-IDX) EQUAL JRN-PROGRAMA
                   MOVE "S" TO WRK-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-TAB-PGM-QTDE < 100
                   ADD 1 TO WRK-TAB-PGM-QTDE
                   SET WRK-TAB-PGM-IDX TO WRK-TAB-PGM-QTDE
                   MOVE JRN-PROGRAMA TO TAB-PGM-NOME(WRK-TAB-PGM-IDX)
                   MOVE ZEROS TO TAB-PGM-EXECUCOES(WRK-TAB-PGM-IDX)
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   IF WRK-MES-PRONTO EQUAL "S"
                       MOVE "*** TABELA DE PROGRAMAS CHEIA ***" TO
                               WRK-LINHA
                       PERFORM 0820-GRAVAR-LINHA-REL
                   END-IF
                   MOVE "N" TO WRK-MES-PRONTO
               END-IF
           END-IF.
           IF WRK-ACHOU EQUAL "S"
               MOVE JRN-DATA TO TAB-PGM-DATA(WRK-TAB-PGM-IDX)
               MOVE JRN-HORA TO TAB-PGM-HORA(WRK-TAB-PGM-IDX)
               EVALUATE TRUE
                   WHEN JRN-TIPO-INICIO
                       ADD 1 TO TAB-PGM-EXECUCOES(WRK-TAB-PGM-IDX)
                       MOVE "I" TO TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX)
                   WHEN JRN-TIPO-FIM AND JRN-TERMINO-NORMAL
                       ADD 1 TO WRK-CONT-FIM-NORMAL
                       MOVE "N" TO TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX)
                   WHEN OTHER
                       MOVE "A" TO TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX)
               END-EVALUATE
           END-IF.

      * REGISTRO DE FIM GRAVADO DEPOIS DO MES: SO CONTA PARA UM
      * PROGRAMA CUJA ULTIMA EXECUCAO NO MES FICOU ABERTA ("I") OU
      * TERMINOU ANORMAL ("A"). UM TERMINO NORMAL POSTERIOR DO MESMO
      * PROGRAMA ACERTA A PENDENCIA - SEM ISSO UM BLOQUEIO DE SENHA
      * (0035, JORNALADO COMO "A") NA ULTIMA RODADA DO MES TRAVARIA O
      * FECHAMENTO PARA SEMPRE.
       0257-RESOLVER-PENDENTE     SECTION.
           PERFORM VARYING WRK-TAB-PGM-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-PGM-IDX > WRK-TAB-PGM-QTDE
               IF TAB-PGM-NOME(WRK-TAB-PGM-IDX) EQUAL JRN-PROGRAMA
                   IF TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX) NOT EQUAL "N"
                       IF JRN-TIPO-FIM AND JRN-TERMINO-NORMAL
                           ADD 1 TO WRK-CONT-FIM-NORMAL
                           MOVE "N" TO
                                   TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX)
                       ELSE
                           MOVE "A" TO
                                   TAB-PGM-SITUACAO(WRK-TAB-PGM-IDX)
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * RESUMO DO MES POR FORMA DE PAGAMENTO A PARTIR DE VENDAS +
      * VENDAS-HIST: VENDAS BRUTAS, ESTORNOS, ICMS LIQUIDO DOS
      * ESTORNOS E O LIQUIDO (VENDAS - ESTORNOS - ICMS).
       0260-IMPRIMIR-RESUMO     SECTION.
           MOVE "RESUMO DO FECHAMENTO" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "FORMA" TO WRK-LINHA(1:5).
           MOVE "CUPONS" TO WRK-LINHA(15:6).
           MOVE "VENDAS" TO WRK-LINHA(33:6).
           MOVE "ESTORNOS" TO WRK-LINHA(41:8).
           MOVE "VLR ESTORNOS" TO WRK-LINHA(55:12).
           MOVE "ICMS" TO WRK-LINHA(82:4).
           MOVE "LIQUIDO" TO WRK-LINHA(98:7).
           MOVE "UNIDADES" TO WRK-LINHA(110:8).
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 5
               ADD RES-CUPONS(WRK-F) TO TOT-CUPONS
               ADD RES-QTDE-ESTORNOS(WRK-F) TO TOT-QTDE-ESTORNOS
               ADD RES-VENDAS(WRK-F) TO TOT-VENDAS
               ADD RES-ESTORNOS(WRK-F) TO TOT-ESTORNOS
               ADD RES-ICMS(WRK-F) TO TOT-ICMS
               ADD RES-UNIDADES(WRK-F) TO TOT-UNIDADES
               IF RES-CUPONS(WRK-F) NOT EQUAL ZEROS OR
                       RES-QTDE-ESTORNOS(WRK-F) NOT EQUAL ZEROS
                   PERFORM 0265-DESCREVER-FORMA
                   MOVE RES-CUPONS(WRK-F) TO WRK-CONT-ED
                   MOVE RES-QTDE-ESTORNOS(WRK-F) TO WRK-CONT2-ED
                   MOVE RES-VENDAS(WRK-F) TO WRK-VALOR-ED
                   MOVE RES-ESTORNOS(WRK-F) TO WRK-VALOR2-ED
                   MOVE RES-ICMS(WRK-F) TO WRK-VALOR3-ED
                   COMPUTE WRK-LIQUIDO = RES-VENDAS(WRK-F) -
                           RES-ESTORNOS(WRK-F) - RES-ICMS(WRK-F)
                   MOVE WRK-LIQUIDO TO WRK-VALOR4-ED
                   MOVE RES-UNIDADES(WRK-F) TO WRK-UNID-ED
                   PERFORM 0268-LINHA-RESUMO
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO WRK-DESC-FORMA.
           MOVE TOT-CUPONS TO WRK-CONT-ED.
           MOVE TOT-QTDE-ESTORNOS TO WRK-CONT2-ED.
           MOVE TOT-VENDAS TO WRK-VALOR-ED.
           MOVE TOT-ESTORNOS TO WRK-VALOR2-ED.
           MOVE TOT-ICMS TO WRK-VALOR3-ED.
           COMPUTE WRK-LIQUIDO = TOT-VENDAS - TOT-ESTORNOS - TOT-ICMS.
           MOVE WRK-LIQUIDO TO WRK-VALOR4-ED.
           MOVE TOT-UNIDADES TO WRK-UNID-ED.
           PERFORM 0268-LINHA-RESUMO.
           MOVE WRK-TAB-LOTE-QTDE TO WRK-CONT-ED.
           STRING "LOTES PROCESSADOS NO MES: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0265-DESCREVER-FORMA     SECTION.
           EVALUATE WRK-F
               WHEN 1
                   MOVE "DINHEIRO" TO WRK-DESC-FORMA
               WHEN 2
                   MOVE "CARTAO" TO WRK-DESC-FORMA
               WHEN 3
                   MOVE "PIX" TO WRK-DESC-FORMA
               WHEN 4
                   MOVE "A PRAZO" TO WRK-DESC-FORMA
               WHEN OTHER
                   MOVE "OUTRAS" TO WRK-DESC-FORMA
           END-EVALUATE.

       0268-LINHA-RESUMO     SECTION.
           STRING WRK-DESC-FORMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   WRK-CONT2-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VALOR2-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VALOR3-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VALOR4-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-UNID-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * GRAVA O MES COMO FECHADO (NOVO REGISTRO OU REGRAVACAO DE UM
      * MES REABERTO, MANTENDO OS DADOS DA ULTIMA REABERTURA) E
      * ANOTA O EVENTO NO HISTORICO DE PERIODOS.
       0270-GRAVAR-FECHAMENTO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-ANO-MES TO PER-ANO-MES.
           READ PERIODOS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-PER-EXISTE
                   INITIALIZE REG-PERIODO
                   MOVE WRK-ANO-MES TO PER-ANO-MES
               NOT INVALID KEY
                   MOVE "S" TO WRK-PER-EXISTE
           END-READ.
           MOVE "F" TO PER-SITUACAO.
           MOVE WRK-DATA-HOJE TO PER-DATA-FECHAMENTO.
           MOVE WRK-HORA-COMPLETA(1:6) TO PER-HORA-FECHAMENTO.
           MOVE WRK-OPERADOR TO PER-OPER-FECHAMENTO.
           MOVE TOT-CUPONS TO PER-QTDE-CUPONS.
           MOVE TOT-QTDE-ESTORNOS TO PER-QTDE-ESTORNOS.
           MOVE WRK-TAB-LOTE-QTDE TO PER-QTDE-LOTES.
           MOVE TOT-VENDAS TO PER-VALOR-VENDAS.
           MOVE TOT-ESTORNOS TO PER-VALOR-ESTORNOS.
           MOVE TOT-ICMS TO PER-VALOR-ICMS.
           COMPUTE PER-VALOR-LIQUIDO =
                   TOT-VENDAS - TOT-ESTORNOS - TOT-ICMS.
           IF WRK-PER-EXISTE EQUAL "S"
               REWRITE REG-PERIODO
           ELSE
               WRITE REG-PERIODO
           END-IF.
           IF WRK-PER-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR PERIODOS.DAT - STATUS: "
                       WRK-PER-STATUS " - PERIODO NAO FECHADO"
               MOVE WRK-PER-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               STRING "*** ERRO AO GRAVAR PERIODOS.DAT - "
                       DELIMITED BY SIZE
                       "PERIODO NAO FECHADO ***" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               ADD 1 TO WRK-CONT-EVENTOS
               INITIALIZE REG-PERIODO-LOG
               MOVE "F" TO PLG-EVENTO
               PERFORM 0290-GRAVAR-LOG
               MOVE WRK-DATA-HOJE TO WRK-DATA-ED
               STRING "PERIODO FECHADO EM " DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-HORA-COMPLETA(1:6) DELIMITED BY SIZE
                       " POR " DELIMITED BY SIZE
                       WRK-OPERADOR DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               DISPLAY "PERIODO " WRK-ANO-MES " FECHADO"
           END-IF.

      * ANEXA O EVENTO (JA PREENCHIDO PELO CHAMADOR: TIPO, E NA
      * REABERTURA E NO ENCERRAMENTO DE LOTE SUPERVISOR E MOTIVO)
      * AO HISTORICO DE PERIODOS.
       0290-GRAVAR-LOG     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-DATA-HOJE TO PLG-DATA.
           MOVE WRK-HORA-COMPLETA(1:6) TO PLG-HORA.
           MOVE WRK-ANO-MES TO PLG-ANO-MES.
           MOVE WRK-OPERADOR TO PLG-OPERADOR.
           OPEN EXTEND PERIODOS-LOG.
           IF WRK-PLG-STATUS NOT EQUAL "00"
               OPEN OUTPUT PERIODOS-LOG
           END-IF.
           IF WRK-PLG-STATUS NOT EQUAL "00"
               DISPLAY "AVISO: PERIODOS-LOG.DAT INDISPONIVEL - "
                       "STATUS: " WRK-PLG-STATUS
               MOVE WRK-PLG-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               WRITE REG-PERIODO-LOG
               IF WRK-PLG-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO GRAVAR PERIODOS-LOG.DAT - "
                           "STATUS: " WRK-PLG-STATUS
                   MOVE WRK-PLG-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               END-IF
               CLOSE PERIODOS-LOG
           END-IF.

      * REABERTURA: SO DE MES FECHADO, AUTORIZADA POR SUPERVISOR OU
      * GERENTE E COM UM MOTIVO. QUEM AUTORIZOU, QUANDO E POR QUE
      * FICAM NO REGISTRO DO PERIODO E NO HISTORICO.
       0300-REABRIR-MES     SECTION.
           PERFORM 0150-PEDIR-MES.
           IF WRK-MES-VALIDO EQUAL "S"
               IF WRK-PER-EXISTE NOT EQUAL "S" OR NOT PER-FECHADO
                   DISPLAY "PERIODO " WRK-ANO-MES " NAO ESTA FECHADO"
               ELSE
                   MOVE PER-DATA-FECHAMENTO TO WRK-DATA-ED
                   DISPLAY "PERIODO " WRK-ANO-MES " FECHADO EM "
                           WRK-DATA-ED " POR " PER-OPER-FECHAMENTO
                   PERFORM 0310-AUTORIZAR-SUPERVISOR
                   IF WRK-SUPERVISOR-OK EQUAL "S"
                       PERFORM 0320-PEDIR-MOTIVO
                   END-IF
                   IF WRK-SUPERVISOR-OK EQUAL "S" AND
                           WRK-MOTIVO NOT EQUAL SPACES
                       DISPLAY "CONFIRMA A REABERTURA (S/N)? "
                       ACCEPT WRK-RESP
                       IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                           PERFORM 0330-GRAVAR-REABERTURA
                       ELSE
                           DISPLAY "REABERTURA CANCELADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A REABERTURA E DE SUPERVISOR OU GERENTE: COM ESSE PERFIL O
      * PROPRIO OPERADOR IDENTIFICADO (JA CONFERIDO COM SENHA) E O
      * AUTORIZADOR; OS DEMAIS PRECISAM DE UM SUPERVISOR OU GERENTE
      * COM CODIGO E SENHA (0038). SEM O CADASTRO NAO HA REABERTURA.
       0310-AUTORIZAR-SUPERVISOR     SECTION.
           MOVE "REABERTURA" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-OBJETO.
           STRING "REABERTURA DO PERIODO " DELIMITED BY SIZE
                   WRK-ANO-MES DELIMITED BY SIZE
                   INTO WRK-SEG-OBJETO.
           MOVE "N" TO WRK-PERFIL-LIBERA.
           IF WRK-PERFIL-OPERADOR EQUAL "S" OR
                   WRK-PERFIL-OPERADOR EQUAL "G"
               MOVE "S" TO WRK-PERFIL-LIBERA
               MOVE WRK-OPERADOR TO WRK-SUPERVISOR
           END-IF.
           PERFORM 0037-LIBERAR-FUNCAO.
           MOVE WRK-AUTORIZADO TO WRK-SUPERVISOR-OK.

       0320-PEDIR-MOTIVO     SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           DISPLAY "MOTIVO DA REABERTURA (EM BRANCO = CANCELAR): ".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
               DISPLAY "REABERTURA CANCELADA - MOTIVO OBRIGATORIO"
           END-IF.

       0330-GRAVAR-REABERTURA     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-ANO-MES TO PER-ANO-MES.
           READ PERIODOS-FILE
               INVALID KEY
                   DISPLAY "PERIODO " WRK-ANO-MES
                           " NAO ENCONTRADO EM PERIODOS.DAT"
               NOT INVALID KEY
                   MOVE "R" TO PER-SITUACAO
                   MOVE WRK-DATA-HOJE TO PER-DATA-REABERTURA
                   MOVE WRK-HORA-COMPLETA(1:6) TO PER-HORA-REABERTURA
                   MOVE WRK-SUPERVISOR TO PER-SUPERVISOR
                   MOVE WRK-MOTIVO TO PER-MOTIVO-REABERTURA
                   ADD 1 TO PER-QTDE-REABERTURAS
                   REWRITE REG-PERIODO
                   IF WRK-PER-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO GRAVAR PERIODOS.DAT - STATUS: "
                               WRK-PER-STATUS
                               " - PERIODO NAO REABERTO"
                       MOVE WRK-PER-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       ADD 1 TO WRK-CONT-EVENTOS
                       INITIALIZE REG-PERIODO-LOG
                       MOVE "R" TO PLG-EVENTO
                       MOVE WRK-SUPERVISOR TO PLG-SUPERVISOR
                       MOVE WRK-MOTIVO TO PLG-MOTIVO
                       PERFORM 0290-GRAVAR-LOG
                       DISPLAY "PERIODO " WRK-ANO-MES
                               " REABERTO - AUTORIZADO POR "
                               WRK-SUPERVISOR
                   END-IF
           END-READ.

      * LISTA NO CONSOLE TODOS OS PERIODOS COM REGISTRO, EM ORDEM DE
      * ANO/MES; MES SEM REGISTRO ESTA ABERTO.
       0400-CONSULTAR-PERIODOS     SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PER-ANO-MES.
           START PERIODOS-FILE KEY NOT LESS PER-ANO-MES
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
                   DISPLAY "NENHUM PERIODO FECHADO ATE O MOMENTO"
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PERIODOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE PER-DATA-FECHAMENTO TO WRK-DATA-ED
                       MOVE PER-VALOR-LIQUIDO TO WRK-VALOR-ED
                       IF PER-FECHADO
                           DISPLAY PER-ANO-MES " FECHADO EM "
                                   WRK-DATA-ED " POR "
                                   PER-OPER-FECHAMENTO
                                   " LIQUIDO: " WRK-VALOR-ED
                       ELSE
                           DISPLAY PER-ANO-MES " REABERTO - ULTIMO "
                                   "FECHAMENTO EM " WRK-DATA-ED
                                   " POR " PER-OPER-FECHAMENTO
                       END-IF
                       IF PER-QTDE-REABERTURAS NOT EQUAL ZEROS
                           MOVE PER-DATA-REABERTURA TO WRK-DATA-ED
                           DISPLAY "       ULTIMA REABERTURA EM "
                                   WRK-DATA-ED " POR "
                                   PER-SUPERVISOR ": "
                                   PER-MOTIVO-REABERTURA
                       END-IF
               END-READ
           END-PERFORM.

      * ENCERRAMENTO DE LOTE INTERROMPIDO: UM LOTE QUE FICOU "A" EM
      * LOTES.DAT (RODADA ABORTADA OU QUEDA DO PROG-VENDAS) NAO PODE
      * SER CARREGADO DE NOVO E IMPEDIRIA PARA SEMPRE O FECHAMENTO
      * DO MES. DEPOIS DE CONFERIDO NO PROG-RECONCILIA E DE O QUE
      * FALTOU SER DIGITADO NO CAIXA, O LOTE E ENCERRADO AQUI ("E")
      * COM AUTORIZACAO DE SUPERVISOR OU GERENTE E UM MOTIVO.
       0500-ENCERRAR-LOTE     SECTION.
           MOVE SPACES TO WRK-NUM-LOTE.
           DISPLAY "NUMERO DO LOTE (EM BRANCO = CANCELAR): ".
           ACCEPT WRK-NUM-LOTE.
           IF WRK-NUM-LOTE NOT EQUAL SPACES
               OPEN I-O LOTES-FILE
               IF WRK-LOT-STATUS NOT EQUAL "00"
                   DISPLAY "REGISTRO DE LOTES (LOTES.DAT) "
                           "INDISPONIVEL - STATUS: " WRK-LOT-STATUS
               ELSE
                   MOVE WRK-NUM-LOTE TO LOT-NUM-LOTE
                   READ LOTES-FILE
                       INVALID KEY
                           DISPLAY "LOTE " WRK-NUM-LOTE
                                   " NAO ENCONTRADO EM LOTES.DAT"
                       NOT INVALID KEY
                           PERFORM 0510-CONFIRMAR-ENCERRAMENTO
                   END-READ
                   CLOSE LOTES-FILE
               END-IF
           END-IF.

      * SO UM LOTE AINDA "EM PROCESSAMENTO" PODE SER ENCERRADO. O
      * EVENTO VAI PARA O HISTORICO NO MES DA DATA DE NEGOCIO DO
      * LOTE (OU DO PROCESSAMENTO, SE O CABECALHO VEIO SEM DATA).
       0510-CONFIRMAR-ENCERRAMENTO     SECTION.
           IF LOT-ENCERRADO
               MOVE LOT-DATA-ENCERRAMENTO TO WRK-DATA-ED
               DISPLAY "LOTE " WRK-NUM-LOTE " JA ENCERRADO EM "
                       WRK-DATA-ED " POR " LOT-OPER-ENCERRAMENTO
           ELSE
           IF NOT LOT-EM-PROCESSAMENTO
               DISPLAY "LOTE " WRK-NUM-LOTE " PROCESSADO NORMALMENTE"
                       " - NADA A ENCERRAR"
           ELSE
               MOVE LOT-DATA-PROC TO WRK-DATA-ED
               DISPLAY "LOTE " WRK-NUM-LOTE " ORIGEM " LOT-ORIGEM
                       " INICIADO EM " WRK-DATA-ED " AS "
                       LOT-HORA-PROC
               MOVE LOT-TRL-QTDE-REG TO WRK-CONT-ED
               DISPLAY "REGISTROS NO TRAILER: " WRK-CONT-ED
               DISPLAY "CONFIRA O LOTE NO PROG-RECONCILIA E DIGITE NO "
                       "CAIXA AS VENDAS QUE FALTARAM ANTES DE "
                       "ENCERRA-LO"
               MOVE LOT-DATA-NEGOCIO TO WRK-DATA-LANC
               IF WRK-LANC-AAAAMM EQUAL ZEROS
                   MOVE LOT-DATA-PROC TO WRK-DATA-LANC
               END-IF
               MOVE WRK-LANC-AAAAMM TO WRK-ANO-MES
               PERFORM 0520-AUTORIZAR-LOTE
               IF WRK-SUPERVISOR-OK EQUAL "S"
                   PERFORM 0530-PEDIR-MOTIVO-LOTE
               END-IF
               IF WRK-SUPERVISOR-OK EQUAL "S" AND
                       WRK-MOTIVO NOT EQUAL SPACES
                   DISPLAY "CONFIRMA O ENCERRAMENTO DO LOTE (S/N)? "
                   ACCEPT WRK-RESP
                   IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                       PERFORM 0540-GRAVAR-ENCERRAMENTO
                   ELSE
                       DISPLAY "ENCERRAMENTO CANCELADO"
                   END-IF
               END-IF
           END-IF
           END-IF.

      * MESMA REGRA DA REABERTURA (0310): SUPERVISOR OU GERENTE
      * IDENTIFICADO AUTORIZA O PROPRIO ENCERRAMENTO; OS DEMAIS
      * PRECISAM DE UM SUPERVISOR OU GERENTE COM CODIGO E SENHA.
       0520-AUTORIZAR-LOTE     SECTION.
           MOVE "LOTE" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-OBJETO.
           STRING "ENCERRAMENTO DO LOTE " DELIMITED BY SIZE
                   WRK-NUM-LOTE DELIMITED BY SIZE
                   INTO WRK-SEG-OBJETO.
           MOVE "N" TO WRK-PERFIL-LIBERA.
           IF WRK-PERFIL-OPERADOR EQUAL "S" OR
                   WRK-PERFIL-OPERADOR EQUAL "G"
               MOVE "S" TO WRK-PERFIL-LIBERA
               MOVE WRK-OPERADOR TO WRK-SUPERVISOR
           END-IF.
           PERFORM 0037-LIBERAR-FUNCAO.
           MOVE WRK-AUTORIZADO TO WRK-SUPERVISOR-OK.

       0530-PEDIR-MOTIVO-LOTE     SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           DISPLAY "MOTIVO DO ENCERRAMENTO (EM BRANCO = CANCELAR): ".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
               DISPLAY "ENCERRAMENTO CANCELADO - MOTIVO OBRIGATORIO"
           END-IF.

      * REGRAVA O LOTE LIDO EM 0500 COMO "E" COM QUEM ENCERROU, QUEM
      * AUTORIZOU, QUANDO E POR QUE. O ENCERRAMENTO VAI SEMPRE PARA
      * O LOG DE SEGURANCA, MESMO QUANDO O PROPRIO PERFIL LIBEROU
      * (A APROVACAO DE OUTRO SUPERVISOR JA FOI REGISTRADA EM 0038).
       0540-GRAVAR-ENCERRAMENTO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE "E" TO LOT-SITUACAO.
           MOVE WRK-DATA-HOJE TO LOT-DATA-ENCERRAMENTO.
           MOVE WRK-HORA-COMPLETA(1:6) TO LOT-HORA-ENCERRAMENTO.
           MOVE WRK-OPERADOR TO LOT-OPER-ENCERRAMENTO.
           MOVE WRK-SUPERVISOR TO LOT-SUPERVISOR-ENC.
           MOVE WRK-MOTIVO TO LOT-MOTIVO-ENCERRAMENTO.
           REWRITE REG-LOTE.
           IF WRK-LOT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR LOTES.DAT - STATUS: "
                       WRK-LOT-STATUS " - LOTE NAO ENCERRADO"
               MOVE WRK-LOT-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               ADD 1 TO WRK-CONT-EVENTOS
               INITIALIZE REG-PERIODO-LOG
               MOVE "L" TO PLG-EVENTO
               MOVE WRK-SUPERVISOR TO PLG-SUPERVISOR
               MOVE WRK-MOTIVO TO PLG-MOTIVO
               MOVE WRK-NUM-LOTE TO PLG-NUM-LOTE
               PERFORM 0290-GRAVAR-LOG
               MOVE "A" TO WRK-SEG-EVENTO
               MOVE WRK-SUPERVISOR TO WRK-SEG-SUPERVISOR
               MOVE SPACES TO WRK-SEG-DETALHE
               STRING "LOTE " DELIMITED BY SIZE
                       WRK-NUM-LOTE DELIMITED BY SIZE
                       " ENCERRADO (CONFERIDO)" DELIMITED BY SIZE
                       INTO WRK-SEG-DETALHE
               PERFORM 0970-GRAVAR-SEGURANCA
               DISPLAY "LOTE " WRK-NUM-LOTE
                       " ENCERRADO - AUTORIZADO POR " WRK-SUPERVISOR
           END-IF.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "FECHAMENTO-" DELIMITED BY SIZE
                   WRK-ANO-MES DELIMITED BY SIZE
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
           STRING "PROG-FECHAMES - FECHAMENTO MENSAL  "
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
      * DE INICIO SOBREVIVER A UMA QUEDA DO PROGRAMA. LIDOS E
      * ACEITOS SAO OS FECHAMENTOS E REABERTURAS DA SESSAO.
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
               MOVE "PROG-FECHAMES" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "T" TO JRN-MODO
               MOVE WRK-CONT-EVENTOS TO JRN-LIDOS
               MOVE WRK-CONT-EVENTOS TO JRN-ACEITOS
               MOVE ZEROS TO JRN-REJEITADOS
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
               MOVE "PROG-FECHAMES" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
