       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-INVENTARIO.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: INVENTARIO FISICO EM TRES ETAPAS - CONGELA
      *                O SALDO (PROD-QTDE-ESTOQUE) DOS PRODUTOS
      *                ATIVOS, CARREGA AS QUANTIDADES CONTADAS DA
      *                FOLHA DE CONTAGEM (CONTAGEM.DAT), EMITE O
      *                RELATORIO DATADO DE DIVERGENCIAS (SISTEMA X
      *                CONTADO, EM UNIDADES E EM VALOR A
      *                PROD-PRECO) E, COM A CONFIRMACAO DE UM
      *                SUPERVISOR, LANCA TODAS AS DIFERENCAS EM
      *                PRODUTOS.DAT E MOVIMENTOS.DAT COMO AJUSTE
      *                "A" COM MOTIVO INV.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: A DIFERENCA LANCADA E A CONTADA MENOS A
      *                CONGELADA, SOMADA AO SALDO DO MOMENTO DA
      *                EFETIVACAO - VENDAS E RECEBIMENTOS FEITOS
      *                ENTRE O CONGELAMENTO E A EFETIVACAO NAO SAO
      *                APAGADOS PELA CONTAGEM. PRODUTO SEM CONTAGEM
      *                NAO E AJUSTADO (SAI NO RELATORIO PARA
      *                RECONTAGEM). COMO NO PROG-ESTOQUE, O AJUSTE
      *                NUNCA DEIXA O SALDO NEGATIVO. O OPERADOR
      *                ENTRA COM CODIGO E SENHA; A EFETIVACAO EXIGE UM
      *                SUPERVISOR OU GERENTE, OUTRO QUE NAO O
      *                OPERADOR, COM A PROPRIA SENHA (REGISTRADO EM
      *                SEGURANCA.DAT).
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT INVENTARIO-FILE
               ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-COD-PRODUTO
               FILE STATUS IS WRK-INV-STATUS.

           SELECT CONTAGEM-FILE
               ASSIGN TO "CONTAGEM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CNT-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT MOVIMENTOS-FILE
               ASSIGN TO "MOVIMENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

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
       FD  PRODUTOS-FILE.
           COPY "prodmst.cpy".

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  INVENTARIO-FILE.
           COPY "invreg.cpy".

       FD  CONTAGEM-FILE.
           COPY "cntreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  MOVIMENTOS-FILE.
           COPY "movreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PROD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MOV-STATUS PIC X(02) VALUE SPACES.
       77 WRK-INV-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CNT-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR PIC X(01) VALUE "N".
       77 WRK-CONFIRMA PIC X(01) VALUE SPACES.
       77 WRK-COD-PRODUTO PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-SUPERVISOR PIC X(06) VALUE SPACES.
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
       77 WRK-AUTORIZADO PIC X(01) VALUE "N".
       77 WRK-PERFIL-LIBERA PIC X(01) VALUE "N".
       77 WRK-SEG-OBJETO PIC X(40) VALUE SPACES.
       77 WRK-SUPERVISOR-OK PIC X(01) VALUE "N".
       77 WRK-INV-ABERTO PIC X(01) VALUE "N".
       77 WRK-INV-PENDENTE PIC X(01) VALUE "N".
       77 WRK-INV-JA-EFETIVADO PIC X(01) VALUE "N".
       77 WRK-MOTIVO PIC X(03) VALUE SPACES.
       77 WRK-MOV-QTDE PIC S9(07) VALUE ZEROS.
       77 WRK-MOV-TIPO PIC X(01) VALUE SPACES.
       77 WRK-DIFERENCA PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-NOVO PIC S9(08) VALUE ZEROS.
       77 WRK-VALOR-DIF PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SOBRA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FALTA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DATA-CONGEL PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-CONGEL PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-CONT-CONGELADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-INVALIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-DIVERGENTES PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-NAO-CONTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-AJUSTES PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-MOVIMENTOS PIC 9(07) VALUE ZEROS.
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


       01 WRK-QTD-ED PIC Z.ZZZ.ZZ9.
       01 WRK-CONT-ED PIC Z.ZZZ.ZZ9.
       01 WRK-DIF-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-VAL-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-NUM-PAGINA-ED PIC ZZZ9.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0010-ABRIR-ARQUIVOS.
           PERFORM 0030-IDENTIFICAR-OPERADOR.
           PERFORM 0100-MENU
               UNTIL WRK-ENCERRAR EQUAL "S".
           CLOSE PRODUTOS-FILE.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           CLOSE MOVIMENTOS-FILE.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * O CADASTRO PRECISA EXISTIR (QUEM O CRIA E O PROG-PRODMNT);
      * O DIARIO DE MOVIMENTOS E CRIADO AQUI SE AINDA NAO EXISTIR.
      * O ARQUIVO DO INVENTARIO E ABERTO EM CADA ETAPA, POIS O
      * CONGELAMENTO O RECRIA.
       0010-ABRIR-ARQUIVOS     SECTION.
           OPEN I-O PRODUTOS-FILE.
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: CADASTRO DE PRODUTOS "
                       "INDISPONIVEL - STATUS: " WRK-PROD-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND MOVIMENTOS-FILE.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               OPEN OUTPUT MOVIMENTOS-FILE
               IF WRK-MOV-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                           "MOVIMENTOS.DAT - STATUS: " WRK-MOV-STATUS
                   CLOSE PRODUTOS-FILE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT OPERADORES-FILE.
           IF WRK-OPER-STATUS EQUAL "00"
               MOVE "S" TO WRK-OPER-MESTRE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL"
           END-IF.

      * MESMA IDENTIFICACAO DE OPERADOR DO PROG-ESTOQUE.
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
           DISPLAY "INVENTARIO FISICO".
           DISPLAY "1 - CONGELAR SALDOS PARA CONTAGEM".
           DISPLAY "2 - CARREGAR FOLHA DE CONTAGEM".
           DISPLAY "3 - RELATORIO DE DIVERGENCIAS".
           DISPLAY "4 - EFETIVAR AJUSTES DO INVENTARIO".
           DISPLAY "5 - ENCERRAR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM 0200-CONGELAR
               WHEN "2"
                   PERFORM 0300-CARREGAR-CONTAGEM
               WHEN "3"
                   PERFORM 0400-RELATORIO-DIVERGENCIAS
               WHEN "4"
                   PERFORM 0500-EFETIVAR
               WHEN "5"
                   MOVE "S" TO WRK-ENCERRAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * CONGELAMENTO: GRAVA EM INVENTARIO.DAT UMA FOTOGRAFIA DO
      * SALDO DE CADA PRODUTO ATIVO. UM INVENTARIO ANTERIOR AINDA
      * NAO EFETIVADO SO E DESCARTADO COM CONFIRMACAO, PARA UMA
      * CONTAGEM JA CARREGADA NAO SE PERDER POR ENGANO.
       0200-CONGELAR     SECTION.
           PERFORM 0210-VERIFICAR-INVENTARIO.
           MOVE "S" TO WRK-CONFIRMA.
           IF WRK-INV-PENDENTE EQUAL "S"
               DISPLAY "EXISTE INVENTARIO CONGELADO AINDA NAO "
                       "EFETIVADO - DESCARTAR? (S/N): "
               ACCEPT WRK-CONFIRMA
           END-IF.
           IF WRK-CONFIRMA NOT EQUAL "S" AND
                   WRK-CONFIRMA NOT EQUAL "s"
               DISPLAY "CONGELAMENTO CANCELADO"
           ELSE
               OPEN OUTPUT INVENTARIO-FILE
               IF WRK-INV-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO CRIAR INVENTARIO.DAT - STATUS: "
                           WRK-INV-STATUS
                   MOVE WRK-INV-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               ELSE
                   PERFORM 0220-GRAVAR-FOTOGRAFIA
                   CLOSE INVENTARIO-FILE
                   MOVE WRK-CONT-CONGELADOS TO WRK-CONT-ED
                   DISPLAY "PRODUTOS CONGELADOS PARA CONTAGEM: "
                           WRK-CONT-ED
               END-IF
           END-IF.

      * LE O INVENTARIO ATUAL E INFORMA SE ELE EXISTE
      * (WRK-INV-ABERTO), SE AINDA HA PRODUTO SEM AJUSTE LANCADO
      * (WRK-INV-PENDENTE) E SE ALGUM AJUSTE JA FOI LANCADO
      * (WRK-INV-JA-EFETIVADO).
       0210-VERIFICAR-INVENTARIO     SECTION.
           MOVE "N" TO WRK-INV-ABERTO.
           MOVE "N" TO WRK-INV-PENDENTE.
           MOVE "N" TO WRK-INV-JA-EFETIVADO.
           OPEN INPUT INVENTARIO-FILE.
           IF WRK-INV-STATUS EQUAL "00"
               MOVE "S" TO WRK-INV-ABERTO
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ INVENTARIO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF INV-EFETIVADO
                               MOVE "S" TO WRK-INV-JA-EFETIVADO
                           ELSE
                               MOVE "S" TO WRK-INV-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
           END-IF.

       0220-GRAVAR-FOTOGRAFIA     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE ZEROS TO WRK-CONT-CONGELADOS.
           MOVE SPACES TO PROD-CODIGO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START PRODUTOS-FILE KEY NOT LESS PROD-CODIGO
               INVALID KEY
                   DISPLAY "CADASTRO DE PRODUTOS VAZIO"
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PRODUTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PROD-ATIVO
                           INITIALIZE REG-INVENTARIO
                           MOVE PROD-CODIGO TO INV-COD-PRODUTO
                           MOVE PROD-DESCRICAO TO INV-DESCRICAO
                           MOVE WRK-DATA-HOJE TO INV-DATA-CONGEL
                           MOVE WRK-HORA-COMPLETA(1:6) TO
                                   INV-HORA-CONGEL
                           MOVE PROD-PRECO TO INV-PRECO
                           MOVE PROD-QTDE-ESTOQUE TO
                                   INV-QTDE-SISTEMA
                           MOVE ZEROS TO INV-QTDE-CONTADA
                           MOVE "N" TO INV-CONTADO
                           MOVE "C" TO INV-SITUACAO
                           WRITE REG-INVENTARIO
                               INVALID KEY
                                   DISPLAY "ERRO AO GRAVAR "
                                           "INVENTARIO.DAT - CHAVE: "
                                           PROD-CODIGO " STATUS: "
                                           WRK-INV-STATUS
                                   MOVE WRK-INV-STATUS TO
                                           WRK-STATUS-ERRO
                                   PERFORM 0960-ANOTAR-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WRK-CONT-CONGELADOS
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.

      * CARGA DA FOLHA DE CONTAGEM: ZERA AS CONTAGENS ANTERIORES E
      * SOMA CADA LINHA DE CONTAGEM.DAT NO PRODUTO CONGELADO - UMA
      * NOVA CARGA SUBSTITUI A ANTERIOR EM VEZ DE DOBRAR AS
      * QUANTIDADES. LINHA DE PRODUTO FORA DO CONGELAMENTO
      * (INEXISTENTE OU INATIVO NAQUELE MOMENTO) E RECUSADA.
       0300-CARREGAR-CONTAGEM     SECTION.
           PERFORM 0210-VERIFICAR-INVENTARIO.
           IF WRK-INV-ABERTO NOT EQUAL "S"
               DISPLAY "NENHUM INVENTARIO CONGELADO - USE A OPCAO 1"
           ELSE
           IF WRK-INV-JA-EFETIVADO EQUAL "S"
               DISPLAY "INVENTARIO JA EFETIVADO - CONGELE UM NOVO "
                       "ANTES DE CARREGAR OUTRA CONTAGEM"
           ELSE
               OPEN INPUT CONTAGEM-FILE
               IF WRK-CNT-STATUS NOT EQUAL "00"
                   DISPLAY "CONTAGEM.DAT NAO ENCONTRADO - STATUS: "
                           WRK-CNT-STATUS
               ELSE
                   OPEN I-O INVENTARIO-FILE
                   IF WRK-INV-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO ABRIR INVENTARIO.DAT - "
                               "STATUS: " WRK-INV-STATUS
                       MOVE WRK-INV-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       PERFORM 0310-ZERAR-CONTAGENS
                       PERFORM 0320-LER-FOLHA
                       CLOSE INVENTARIO-FILE
                   END-IF
                   CLOSE CONTAGEM-FILE
               END-IF
           END-IF
           END-IF.

       0310-ZERAR-CONTAGENS     SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ INVENTARIO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE ZEROS TO INV-QTDE-CONTADA
                       MOVE "N" TO INV-CONTADO
                       REWRITE REG-INVENTARIO
                       IF WRK-INV-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO ZERAR CONTAGEM DE "
                                   INV-COD-PRODUTO " - STATUS: "
                                   WRK-INV-STATUS
                           MOVE WRK-INV-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       0320-LER-FOLHA     SECTION.
           MOVE ZEROS TO WRK-CONT-LINHAS.
           MOVE ZEROS TO WRK-CONT-INVALIDAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ CONTAGEM-FILE
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-CONT-LINHAS
                       PERFORM 0330-SOMAR-CONTAGEM
               END-READ
           END-PERFORM.
           MOVE WRK-CONT-LINHAS TO WRK-CONT-ED.
           DISPLAY "LINHAS DE CONTAGEM LIDAS: " WRK-CONT-ED.
           MOVE WRK-CONT-INVALIDAS TO WRK-CONT-ED.
           DISPLAY "LINHAS RECUSADAS: " WRK-CONT-ED.

       0330-SOMAR-CONTAGEM     SECTION.
           IF CNT-QTDE NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA NA CONTAGEM - PRODUTO: "
                       CNT-COD-PRODUTO
               ADD 1 TO WRK-CONT-INVALIDAS
           ELSE
               MOVE CNT-COD-PRODUTO TO INV-COD-PRODUTO
               READ INVENTARIO-FILE
                   INVALID KEY
                       DISPLAY "PRODUTO FORA DO INVENTARIO: "
                               CNT-COD-PRODUTO
                       ADD 1 TO WRK-CONT-INVALIDAS
                   NOT INVALID KEY
                       ADD CNT-QTDE TO INV-QTDE-CONTADA
                       MOVE "S" TO INV-CONTADO
                       REWRITE REG-INVENTARIO
                       IF WRK-INV-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO GRAVAR CONTAGEM DE "
                                   INV-COD-PRODUTO " - STATUS: "
                                   WRK-INV-STATUS
                           MOVE WRK-INV-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       END-IF
               END-READ
           END-IF.

      * RELATORIO DE DIVERGENCIAS (INVENTARIO-AAAAMMDD.REL): UMA
      * LINHA POR PRODUTO COM DIFERENCA ENTRE O SALDO CONGELADO E
      * O CONTADO, VALORIZADA AO PRECO DO CONGELAMENTO, E A LISTA
      * DOS PRODUTOS SEM CONTAGEM. OS TOTAIS DE SOBRA E FALTA SAO
      * O QUE O SUPERVISOR CONFERE ANTES DE EFETIVAR.
       0400-RELATORIO-DIVERGENCIAS     SECTION.
           OPEN INPUT INVENTARIO-FILE.
           IF WRK-INV-STATUS NOT EQUAL "00"
               DISPLAY "NENHUM INVENTARIO CONGELADO - USE A OPCAO 1"
           ELSE
               MOVE ZEROS TO WRK-CONT-DIVERGENTES
               MOVE ZEROS TO WRK-CONT-NAO-CONTADOS
               MOVE ZEROS TO WRK-TOT-SOBRA
               MOVE ZEROS TO WRK-TOT-FALTA
               PERFORM 0810-ABRIR-RELATORIO
               STRING "PRODUTO    DESCRICAO                      "
                       DELIMITED BY SIZE
                       "   SISTEMA    CONTADO  DIFERENCA"
                       DELIMITED BY SIZE
                       "           VALOR" DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE ALL "-" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ INVENTARIO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0410-LINHA-DIVERGENCIA
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
               PERFORM 0420-LISTAR-NAO-CONTADOS
               PERFORM 0430-TOTAIS-DIVERGENCIA
               PERFORM 0840-ENCERRAR-RELATORIO
           END-IF.

       0410-LINHA-DIVERGENCIA     SECTION.
           MOVE INV-DATA-CONGEL TO WRK-DATA-CONGEL.
           MOVE INV-HORA-CONGEL TO WRK-HORA-CONGEL.
           IF INV-NAO-CONTADO
               ADD 1 TO WRK-CONT-NAO-CONTADOS
           ELSE
               COMPUTE WRK-DIFERENCA = INV-QTDE-CONTADA -
                       INV-QTDE-SISTEMA
               IF WRK-DIFERENCA NOT EQUAL ZEROS
                   ADD 1 TO WRK-CONT-DIVERGENTES
                   COMPUTE WRK-VALOR-DIF = WRK-DIFERENCA * INV-PRECO
                   IF WRK-VALOR-DIF > ZEROS
                       ADD WRK-VALOR-DIF TO WRK-TOT-SOBRA
                   ELSE
                       ADD WRK-VALOR-DIF TO WRK-TOT-FALTA
                   END-IF
                   MOVE INV-QTDE-SISTEMA TO WRK-QTD-ED
                   MOVE INV-QTDE-CONTADA TO WRK-CONT-ED
                   MOVE WRK-DIFERENCA TO WRK-DIF-ED
                   MOVE WRK-VALOR-DIF TO WRK-VAL-ED
                   STRING INV-COD-PRODUTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INV-DESCRICAO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WRK-QTD-ED DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-CONT-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WRK-DIF-ED DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WRK-VAL-ED DELIMITED BY SIZE
                           INTO WRK-LINHA
                   IF INV-EFETIVADO
                       MOVE "LANCADO" TO WRK-LINHA(110:7)
                   END-IF
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           END-IF.

       0420-LISTAR-NAO-CONTADOS     SECTION.
           IF WRK-CONT-NAO-CONTADOS > ZEROS
               MOVE SPACES TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE "PRODUTOS SEM CONTAGEM (NAO SERAO AJUSTADOS):"
                       TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               OPEN INPUT INVENTARIO-FILE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ INVENTARIO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF INV-NAO-CONTADO
                               MOVE INV-QTDE-SISTEMA TO WRK-QTD-ED
                               STRING INV-COD-PRODUTO
                                       DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       INV-DESCRICAO
                                       DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       WRK-QTD-ED DELIMITED BY SIZE
                                       INTO WRK-LINHA
                               PERFORM 0820-GRAVAR-LINHA-REL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
           END-IF.

       0430-TOTAIS-DIVERGENCIA     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           STRING "CONGELAMENTO EM: " DELIMITED BY SIZE
                   WRK-DATA-CONGEL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-HORA-CONGEL DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-DIVERGENTES TO WRK-CONT-ED.
           STRING "PRODUTOS COM DIVERGENCIA: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-NAO-CONTADOS TO WRK-CONT-ED.
           STRING "PRODUTOS SEM CONTAGEM: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-SOBRA TO WRK-VAL-ED.
           STRING "VALOR DAS SOBRAS: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-FALTA TO WRK-VAL-ED.
           STRING "VALOR DAS FALTAS: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-SOBRA + WRK-TOT-FALTA.
           MOVE WRK-TOT-LIQUIDO TO WRK-VAL-ED.
           STRING "DIFERENCA LIQUIDA: " DELIMITED BY SIZE
                   WRK-VAL-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * EFETIVACAO: EXIGE O CODIGO DE UM SUPERVISOR ATIVO E A
      * CONFIRMACAO EXPLICITA. PARA CADA PRODUTO CONTADO E AINDA
      * NAO LANCADO, A DIFERENCA (CONTADO - CONGELADO) E SOMADA AO
      * SALDO ATUAL DO CADASTRO E REGISTRADA EM MOVIMENTOS.DAT COMO
      * AJUSTE "A"/INV. O PRODUTO E MARCADO COMO LANCADO LOGO APOS
      * O SEU AJUSTE - UMA EFETIVACAO INTERROMPIDA PODE SER
      * REPETIDA SEM LANCAR DUAS VEZES O MESMO PRODUTO.
       0500-EFETIVAR     SECTION.
           PERFORM 0210-VERIFICAR-INVENTARIO.
           IF WRK-INV-ABERTO NOT EQUAL "S"
               DISPLAY "NENHUM INVENTARIO CONGELADO - USE A OPCAO 1"
           ELSE
           IF WRK-INV-PENDENTE NOT EQUAL "S"
               DISPLAY "INVENTARIO JA EFETIVADO - NADA A LANCAR"
           ELSE
               PERFORM 0510-AUTORIZAR-SUPERVISOR
               IF WRK-SUPERVISOR-OK EQUAL "S"
                   DISPLAY "CONFIRMA O LANCAMENTO DAS DIFERENCAS "
                           "DO INVENTARIO? (S/N): "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S" OR
                           WRK-CONFIRMA EQUAL "s"
                       PERFORM 0520-LANCAR-DIFERENCAS
                   ELSE
                       DISPLAY "EFETIVACAO CANCELADA"
                   END-IF
               END-IF
           END-IF
           END-IF.

      * O SUPERVISOR PRECISA SER UM SUPERVISOR OU GERENTE ATIVO,
      * DIFERENTE DE QUEM ESTA OPERANDO O PROGRAMA, E DIGITAR A
      * PROPRIA SENHA (0038); SEM O CADASTRO DE OPERADORES NAO HA
      * COMO CONFERIR E A EFETIVACAO E RECUSADA.
       0510-AUTORIZAR-SUPERVISOR     SECTION.
           MOVE "INVENTARIO" TO WRK-SEG-FUNCAO.
           MOVE "EFETIVACAO DO INVENTARIO" TO WRK-SEG-OBJETO.
           MOVE "N" TO WRK-PERFIL-LIBERA.
           PERFORM 0037-LIBERAR-FUNCAO.
           MOVE WRK-AUTORIZADO TO WRK-SUPERVISOR-OK.

       0520-LANCAR-DIFERENCAS     SECTION.
           MOVE ZEROS TO WRK-CONT-AJUSTES.
           OPEN I-O INVENTARIO-FILE.
           IF WRK-INV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR INVENTARIO.DAT - STATUS: "
                       WRK-INV-STATUS
               MOVE WRK-INV-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ INVENTARIO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF INV-JA-CONTADO AND INV-CONGELADO
                               PERFORM 0530-AJUSTAR-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
               MOVE WRK-CONT-AJUSTES TO WRK-CONT-ED
               DISPLAY "AJUSTES DE INVENTARIO LANCADOS: "
                       WRK-CONT-ED
           END-IF.

       0530-AJUSTAR-PRODUTO     SECTION.
           COMPUTE WRK-DIFERENCA = INV-QTDE-CONTADA -
                   INV-QTDE-SISTEMA.
           IF WRK-DIFERENCA EQUAL ZEROS
               PERFORM 0540-MARCAR-LANCADO
           ELSE
               MOVE INV-COD-PRODUTO TO PROD-CODIGO
               READ PRODUTOS-FILE
                   INVALID KEY
                       DISPLAY "PRODUTO NAO ENCONTRADO NO CADASTRO: "
                               INV-COD-PRODUTO " - NAO AJUSTADO"
                   NOT INVALID KEY
                       COMPUTE WRK-SALDO-NOVO = PROD-QTDE-ESTOQUE +
                               WRK-DIFERENCA
                       IF WRK-SALDO-NOVO < ZEROS
                           DISPLAY "AVISO: AJUSTE DE "
                                   PROD-CODIGO " LIMITADO AO SALDO "
                                   "ATUAL - SALDO ZERADO"
                           MOVE ZEROS TO WRK-SALDO-NOVO
                       END-IF
                       COMPUTE WRK-MOV-QTDE = WRK-SALDO-NOVO -
                               PROD-QTDE-ESTOQUE
                       MOVE WRK-SALDO-NOVO TO PROD-QTDE-ESTOQUE
                       REWRITE REG-PRODUTO-MESTRE
                       IF WRK-PROD-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO ATUALIZAR ESTOQUE DE "
                                   PROD-CODIGO " - STATUS: "
                                   WRK-PROD-STATUS
                           MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       ELSE
                           IF WRK-MOV-QTDE NOT EQUAL ZEROS
                               MOVE "A" TO WRK-MOV-TIPO
                               MOVE PROD-CODIGO TO WRK-COD-PRODUTO
                               MOVE "INV" TO WRK-MOTIVO
                               PERFORM 0600-GRAVAR-MOVIMENTO
                           END-IF
                           ADD 1 TO WRK-CONT-AJUSTES
                           PERFORM 0540-MARCAR-LANCADO
                       END-IF
               END-READ
           END-IF.

       0540-MARCAR-LANCADO     SECTION.
           MOVE "E" TO INV-SITUACAO.
           MOVE WRK-DATA-HOJE TO INV-DATA-EFETIV.
           REWRITE REG-INVENTARIO.
           IF WRK-INV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO MARCAR " INV-COD-PRODUTO
                       " COMO LANCADO - STATUS: " WRK-INV-STATUS
               MOVE WRK-INV-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           END-IF.

      * O MOVIMENTO SAI EM NOME DO SUPERVISOR QUE AUTORIZOU O
      * LANCAMENTO.
       0600-GRAVAR-MOVIMENTO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           INITIALIZE REG-MOVIMENTO.
           MOVE WRK-DATA-HOJE TO MOV-DATA.
           MOVE WRK-HORA-COMPLETA(1:6) TO MOV-HORA.
           MOVE WRK-MOV-TIPO TO MOV-TIPO.
           MOVE WRK-COD-PRODUTO TO MOV-COD-PRODUTO.
           MOVE WRK-MOV-QTDE TO MOV-QTDE.
           MOVE WRK-MOTIVO TO MOV-MOTIVO.
           MOVE WRK-SUPERVISOR TO MOV-OPERADOR.
           MOVE PROD-QTDE-ESTOQUE TO MOV-ESTOQUE-APOS.
           MOVE PROD-CUSTO-MEDIO TO MOV-CUSTO-UNIT.
           WRITE REG-MOVIMENTO.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR MOVIMENTOS.DAT - STATUS: "
                       WRK-MOV-STATUS
               MOVE WRK-MOV-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               ADD 1 TO WRK-CONT-MOVIMENTOS
           END-IF.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING "INVENTARIO-" DELIMITED BY SIZE
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
           STRING "PROG-INVENTARIO - DIVERGENCIAS DE INVENTARIO  "
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
      * LINHAS DA FOLHA DE CONTAGEM, ACEITOS OS MOVIMENTOS DE AJUSTE
      * GRAVADOS E REJEITADOS AS LINHAS DE CONTAGEM RECUSADAS.
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
               MOVE "PROG-INVENTARIO" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "T" TO JRN-MODO
               MOVE WRK-CONT-LINHAS TO JRN-LIDOS
               MOVE WRK-CONT-MOVIMENTOS TO JRN-ACEITOS
               MOVE WRK-CONT-INVALIDAS TO JRN-REJEITADOS
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
               MOVE "PROG-INVENTARIO" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
