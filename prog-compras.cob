       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-COMPRAS.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: PEDIDOS DE COMPRA (PEDIDOS.DAT) - GERACAO DOS
      *                PEDIDOS A PARTIR DA MESMA SELECAO DO
      *                RELATORIO DE REPOSICAO DO PROG-ESTOQUE
      *                (PRODUTOS ATIVOS NO MINIMO OU ABAIXO), UM
      *                PEDIDO POR FORNECEDOR PREFERIDO COM A
      *                QUANTIDADE SUGERIDA; RELATORIO DE PEDIDOS EM
      *                ABERTO PARA COBRAR OS FORNECEDORES ATRASADOS;
      *                E ENCERRAMENTO DO SALDO QUE O FORNECEDOR NAO
      *                VAI MAIS ENTREGAR.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: A QUANTIDADE SUGERIDA REPOE O ESTOQUE ATE O
      *                DOBRO DO MINIMO, DESCONTANDO O QUE JA ESTA EM
      *                PEDIDO EM ABERTO, ARREDONDADA PARA CIMA NO
      *                LOTE DE COMPRA DO PRODUTO. PRODUTO SEM
      *                FORNECEDOR PREFERIDO ATIVO, SEM MINIMO OU JA
      *                COBERTO POR PEDIDO SAI NO RELATORIO DA
      *                GERACAO SEM PEDIDO. O RECEBIMENTO CONTRA O
      *                PEDIDO E FEITO NO PROG-ESTOQUE. O NUMERO DO
      *                PEDIDO E O MAIOR JA GRAVADO MAIS UM. O
      *                OPERADOR ENTRA COM CODIGO E SENHA.
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

           SELECT FORNECEDORES-FILE
               ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT PEDIDOS-FILE
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-PED-STATUS.

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
       FD  PRODUTOS-FILE.
           COPY "prodmst.cpy".

       FD  FORNECEDORES-FILE.
           COPY "fornreg.cpy".

       FD  PEDIDOS-FILE.
           COPY "pedreg.cpy".

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PROD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FORN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PED-STATUS PIC X(02) VALUE SPACES.
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
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR PIC X(01) VALUE "N".
       77 WRK-RESP PIC X(01) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-ULT-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-NUM-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-NUM-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-PEDIDO-ANTERIOR PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-COBERTA PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-SUGERIDA PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-ABERTO PIC 9(07) VALUE ZEROS.
       77 WRK-QTDE-SALDO PIC S9(07) VALUE ZEROS.
       77 WRK-NUM-LOTES PIC 9(07) VALUE ZEROS.
       77 WRK-MOTIVO-SEM-PEDIDO PIC X(40) VALUE SPACES.
       77 WRK-DATA-PREVISTA PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-I PIC 9(04) VALUE ZEROS.
       77 WRK-J PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-ITENS-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-PEDIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-SEM-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-IGNORADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-ATRASADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-A-MAIOR PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-ENCERRADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ABERTO PIC 9(09) VALUE ZEROS.
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
       77 WRK-PREFIXO-REL PIC X(20) VALUE SPACES.
       77 WRK-TITULO-REL PIC X(40) VALUE SPACES.
       77 WRK-LIN-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-POR-PAGINA PIC 9(02) VALUE 56.
       77 WRK-TAB-ABE-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-ABE-CHEIA PIC X(01) VALUE "N".
       77 WRK-TAB-SUG-QTDE PIC 9(04) VALUE ZEROS.

      * SALDO EM PEDIDO (PEDIDA - RECEBIDA DOS ITENS EM ABERTO) POR
      * PRODUTO, MONTADO NUMA LEITURA DE PEDIDOS.DAT.
       01 WRK-TAB-ABERTOS.
           05 WRK-TAB-ABE-ITEM OCCURS 2000 TIMES
                   INDEXED BY WRK-TAB-ABE-IDX.
               10 TAB-ABE-COD        PIC X(10).
               10 TAB-ABE-QTDE       PIC 9(07).

      * ITENS A PEDIR DA GERACAO, AGRUPADOS DEPOIS POR FORNECEDOR.
       01 WRK-TAB-SUGESTOES.
           05 WRK-TAB-SUG-ITEM OCCURS 2000 TIMES.
               10 TAB-SUG-COD        PIC X(10).
               10 TAB-SUG-DESC       PIC X(30).
               10 TAB-SUG-FORN       PIC X(06).
               10 TAB-SUG-PRAZO      PIC 9(03).
               10 TAB-SUG-QTDE       PIC 9(07).
               10 TAB-SUG-GERADO     PIC X(01).

       01 WRK-QTD-ED PIC Z.ZZZ.ZZ9.
       01 WRK-QTD2-ED PIC Z.ZZZ.ZZ9.
       01 WRK-QTD3-ED PIC Z.ZZZ.ZZ9.
       01 WRK-QTD4-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-CONT-ED PIC Z.ZZZ.ZZ9.
       01 WRK-DIAS-ED PIC ZZZZ9.
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
           CLOSE FORNECEDORES-FILE.
           CLOSE PEDIDOS-FILE.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * PRODUTOS E FORNECEDORES PRECISAM EXISTIR (PROG-PRODMNT E
      * PROG-FORNMNT OS CRIAM); O ARQUIVO DE PEDIDOS E CRIADO AQUI
      * NA PRIMEIRA EXECUCAO.
       0010-ABRIR-ARQUIVOS     SECTION.
           OPEN INPUT PRODUTOS-FILE.
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: CADASTRO DE PRODUTOS "
                       "INDISPONIVEL - STATUS: " WRK-PROD-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           IF WRK-FORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: CADASTRO DE FORNECEDORES "
                       "INDISPONIVEL - STATUS: " WRK-FORN-STATUS
               CLOSE PRODUTOS-FILE
               STOP RUN
           END-IF.
           OPEN I-O PEDIDOS-FILE.
           IF WRK-PED-STATUS EQUAL "35"
               OPEN OUTPUT PEDIDOS-FILE
               IF WRK-PED-STATUS EQUAL "00"
                   CLOSE PEDIDOS-FILE
                   OPEN I-O PEDIDOS-FILE
               END-IF
           END-IF.
           IF WRK-PED-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "PEDIDOS.DAT - STATUS: " WRK-PED-STATUS
               CLOSE PRODUTOS-FILE
               CLOSE FORNECEDORES-FILE
               STOP RUN
           END-IF.
           OPEN INPUT OPERADORES-FILE.
           IF WRK-OPER-STATUS EQUAL "00"
               MOVE "S" TO WRK-OPER-MESTRE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL"
           END-IF.

      * MESMA IDENTIFICACAO DE OPERADOR DO PROG-ESTOQUE: CODIGO EM
      * BRANCO NUNCA PASSA E, COM O CADASTRO DISPONIVEL, O CODIGO
      * PRECISA EXISTIR E ESTAR ATIVO. O OPERADOR FICA GRAVADO NOS
      * ITENS DE PEDIDO GERADOS.
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

       0100-MENU     SECTION.
           DISPLAY "=-=-=-==-=-=-==-=-=-=-=-=-=-=-=".
           DISPLAY "PEDIDOS DE COMPRA".
           DISPLAY "1 - GERAR PEDIDOS DA REPOSICAO".
           DISPLAY "2 - RELATORIO DE PEDIDOS EM ABERTO".
           DISPLAY "3 - ENCERRAR SALDO DE PEDIDO".
           DISPLAY "4 - ENCERRAR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM 0200-GERAR-PEDIDOS
               WHEN "2"
                   PERFORM 0300-RELATORIO-ABERTOS
               WHEN "3"
                   PERFORM 0400-ENCERRAR-SALDO
               WHEN "4"
                   MOVE "S" TO WRK-ENCERRAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * A GERACAO TEM DUAS FASES: PRIMEIRO SELECIONA E CALCULA OS
      * ITENS (TUDO SAI NO RELATORIO COMPRAS-AAAAMMDD.REL, INCLUSIVE
      * O QUE FICOU SEM PEDIDO E POR QUE); SO DEPOIS DA CONFIRMACAO
      * DO COMPRADOR OS PEDIDOS SAO GRAVADOS, UM POR FORNECEDOR.
       0200-GERAR-PEDIDOS     SECTION.
           MOVE ZEROS TO WRK-TAB-SUG-QTDE.
           MOVE ZEROS TO WRK-CONT-SEM-PEDIDO.
           MOVE ZEROS TO WRK-CONT-IGNORADOS.
           MOVE ZEROS TO WRK-CONT-PEDIDOS.
           PERFORM 0210-SOMAR-EM-PEDIDO.
           IF WRK-TAB-ABE-CHEIA EQUAL "S"
               DISPLAY "GERACAO CANCELADA - AS SUGESTOES IGNORARIAM "
                       "PARTE DO SALDO JA EM PEDIDO"
           ELSE
               PERFORM 0205-SUGERIR-PEDIDOS
           END-IF.

      * FASE DE SELECAO/CALCULO E CONFIRMACAO DA GERACAO, SO COM O
      * SALDO EM PEDIDO DE TODOS OS PRODUTOS CARREGADO NA TABELA.
       0205-SUGERIR-PEDIDOS     SECTION.
           MOVE "COMPRAS-" TO WRK-PREFIXO-REL.
           MOVE "GERACAO DE PEDIDOS DE COMPRA" TO WRK-TITULO-REL.
           PERFORM 0810-ABRIR-RELATORIO.
           MOVE "PRODUTOS NA REPOSICAO SEM PEDIDO GERADO" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0220-SELECIONAR-PRODUTOS.
           MOVE WRK-CONT-SEM-PEDIDO TO WRK-CONT-ED.
           STRING "  PRODUTOS SEM PEDIDO: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-CONT-IGNORADOS > ZEROS
               MOVE WRK-CONT-IGNORADOS TO WRK-CONT-ED
               STRING "*** LIMITE DE ITENS ATINGIDO - " DELIMITED BY
                       SIZE
                       WRK-CONT-ED DELIMITED BY SIZE
                       " PRODUTO(S) FICAM PARA A PROXIMA GERACAO"
                       DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-TAB-SUG-QTDE EQUAL ZEROS
               DISPLAY "NENHUM PRODUTO A PEDIR"
               MOVE "NENHUM PRODUTO A PEDIR" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               DISPLAY WRK-TAB-SUG-QTDE " ITEM(NS) A PEDIR - "
                       "CONFIRMA GERACAO DOS PEDIDOS (S/N): "
               ACCEPT WRK-RESP
               IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                   PERFORM 0230-GRAVAR-PEDIDOS
                   MOVE WRK-CONT-PEDIDOS TO WRK-CONT-ED
                   STRING "PEDIDOS GERADOS: " DELIMITED BY SIZE
                           WRK-CONT-ED DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
                   DISPLAY "PEDIDOS GERADOS: " WRK-CONT-PEDIDOS
               ELSE
                   DISPLAY "GERACAO CANCELADA"
                   STRING "GERACAO CANCELADA PELO OPERADOR - "
                           DELIMITED BY SIZE
                           "NENHUM PEDIDO GRAVADO" DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           END-IF.
           PERFORM 0840-ENCERRAR-RELATORIO.

      * SALDO JA EM PEDIDO POR PRODUTO E MAIOR NUMERO DE PEDIDO
      * GRAVADO, NUMA UNICA LEITURA DO ARQUIVO DE PEDIDOS. SE A
      * TABELA ENCHER (WRK-TAB-ABE-CHEIA) A GERACAO E CANCELADA:
      * SUGERIR SEM PARTE DO SALDO EM PEDIDO DUPLICARIA COMPRAS.
       0210-SOMAR-EM-PEDIDO     SECTION.
           MOVE ZEROS TO WRK-TAB-ABE-QTDE.
           MOVE "N" TO WRK-TAB-ABE-CHEIA.
           MOVE ZEROS TO WRK-ULT-PEDIDO.
           MOVE ZEROS TO PED-NUM-PEDIDO.
           MOVE ZEROS TO PED-NUM-ITEM.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START PEDIDOS-FILE KEY NOT LESS PED-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PEDIDOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PED-NUM-PEDIDO > WRK-ULT-PEDIDO
                           MOVE PED-NUM-PEDIDO TO WRK-ULT-PEDIDO
                       END-IF
                       IF PED-EM-ABERTO AND
                               PED-QTDE-PEDIDA > PED-QTDE-RECEBIDA
                           PERFORM 0215-ACUMULAR-ABERTO
                       END-IF
               END-READ
           END-PERFORM.

       0215-ACUMULAR-ABERTO     SECTION.
           PERFORM VARYING WRK-TAB-ABE-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-ABE-IDX > WRK-TAB-ABE-QTDE
               IF TAB-ABE-COD(WRK-TAB-ABE-IDX) EQUAL PED-COD-PRODUTO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WRK-TAB-ABE-IDX > WRK-TAB-ABE-QTDE
               IF WRK-TAB-ABE-QTDE < 2000
                   ADD 1 TO WRK-TAB-ABE-QTDE
                   MOVE PED-COD-PRODUTO TO
                           TAB-ABE-COD(WRK-TAB-ABE-QTDE)
                   MOVE ZEROS TO TAB-ABE-QTDE(WRK-TAB-ABE-QTDE)
                   SET WRK-TAB-ABE-IDX TO WRK-TAB-ABE-QTDE
               ELSE
                   IF WRK-TAB-ABE-CHEIA NOT EQUAL "S"
                       DISPLAY "ERRO: TABELA DE SALDOS EM PEDIDO CHEIA"
                               " - MAIS DE 2000 PRODUTOS EM ABERTO"
                       MOVE "34" TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   END-IF
                   MOVE "S" TO WRK-TAB-ABE-CHEIA
               END-IF
           END-IF.
           IF WRK-TAB-ABE-IDX NOT > WRK-TAB-ABE-QTDE
               COMPUTE TAB-ABE-QTDE(WRK-TAB-ABE-IDX) =
                       TAB-ABE-QTDE(WRK-TAB-ABE-IDX) +
                       PED-QTDE-PEDIDA - PED-QTDE-RECEBIDA
           END-IF.

      * MESMO CRITERIO DO 0400-RELATORIO-REPOSICAO DO PROG-ESTOQUE
      * (PRODUTO ATIVO COM SALDO NO MINIMO OU ABAIXO).
       0220-SELECIONAR-PRODUTOS     SECTION.
           MOVE SPACES TO PROD-CODIGO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START PRODUTOS-FILE KEY NOT LESS PROD-CODIGO
               INVALID KEY
                   MOVE "CADASTRO DE PRODUTOS VAZIO" TO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PRODUTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PROD-ATIVO AND PROD-QTDE-ESTOQUE NOT
                               GREATER PROD-ESTOQUE-MIN
                           PERFORM 0225-CALCULAR-SUGESTAO
                       END-IF
               END-READ
           END-PERFORM.

       0225-CALCULAR-SUGESTAO     SECTION.
           MOVE SPACES TO WRK-MOTIVO-SEM-PEDIDO.
           MOVE ZEROS TO WRK-QTDE-ABERTO.
           MOVE ZEROS TO WRK-QTDE-SUGERIDA.
           PERFORM VARYING WRK-TAB-ABE-IDX FROM 1 BY 1
                   UNTIL WRK-TAB-ABE-IDX > WRK-TAB-ABE-QTDE
               IF TAB-ABE-COD(WRK-TAB-ABE-IDX) EQUAL PROD-CODIGO
                   MOVE TAB-ABE-QTDE(WRK-TAB-ABE-IDX) TO
                           WRK-QTDE-ABERTO
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WRK-QTDE-ALVO = PROD-ESTOQUE-MIN * 2.
           COMPUTE WRK-QTDE-COBERTA = PROD-QTDE-ESTOQUE +
                   WRK-QTDE-ABERTO.
           IF WRK-QTDE-ALVO > WRK-QTDE-COBERTA
               COMPUTE WRK-QTDE-SUGERIDA = WRK-QTDE-ALVO -
                       WRK-QTDE-COBERTA
               IF PROD-LOTE-COMPRA > ZEROS
                   COMPUTE WRK-NUM-LOTES = (WRK-QTDE-SUGERIDA +
                           PROD-LOTE-COMPRA - 1) / PROD-LOTE-COMPRA
                   COMPUTE WRK-QTDE-SUGERIDA = WRK-NUM-LOTES *
                           PROD-LOTE-COMPRA
               END-IF
           END-IF.
           IF PROD-COD-FORNECEDOR EQUAL SPACES
               MOVE "SEM FORNECEDOR PREFERIDO" TO
                       WRK-MOTIVO-SEM-PEDIDO
           ELSE
               MOVE PROD-COD-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES-FILE
                   INVALID KEY
                       MOVE "FORNECEDOR PREFERIDO NAO CADASTRADO" TO
                               WRK-MOTIVO-SEM-PEDIDO
                   NOT INVALID KEY
                       IF FORN-INATIVO
                           MOVE "FORNECEDOR PREFERIDO INATIVO" TO
                                   WRK-MOTIVO-SEM-PEDIDO
                       END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO-SEM-PEDIDO EQUAL SPACES AND
                   WRK-QTDE-SUGERIDA EQUAL ZEROS
               IF PROD-ESTOQUE-MIN EQUAL ZEROS
                   MOVE "ESTOQUE MINIMO NAO DEFINIDO" TO
                           WRK-MOTIVO-SEM-PEDIDO
               ELSE
                   MOVE "JA COBERTO POR PEDIDO EM ABERTO" TO
                           WRK-MOTIVO-SEM-PEDIDO
               END-IF
           END-IF.
           IF WRK-MOTIVO-SEM-PEDIDO NOT EQUAL SPACES
               ADD 1 TO WRK-CONT-SEM-PEDIDO
               MOVE PROD-QTDE-ESTOQUE TO WRK-QTD-ED
               MOVE WRK-QTDE-ABERTO TO WRK-QTD2-ED
               STRING PROD-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PROD-DESCRICAO DELIMITED BY SIZE
                       " SALDO: " DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       " EM PEDIDO: " DELIMITED BY SIZE
                       WRK-QTD2-ED DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WRK-MOTIVO-SEM-PEDIDO DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           ELSE
               IF WRK-TAB-SUG-QTDE < 2000
                   ADD 1 TO WRK-TAB-SUG-QTDE
                   MOVE PROD-CODIGO TO TAB-SUG-COD(WRK-TAB-SUG-QTDE)
                   MOVE PROD-DESCRICAO TO
                           TAB-SUG-DESC(WRK-TAB-SUG-QTDE)
                   MOVE PROD-COD-FORNECEDOR TO
                           TAB-SUG-FORN(WRK-TAB-SUG-QTDE)
                   MOVE FORN-PRAZO-ENTREGA TO
                           TAB-SUG-PRAZO(WRK-TAB-SUG-QTDE)
                   MOVE WRK-QTDE-SUGERIDA TO
                           TAB-SUG-QTDE(WRK-TAB-SUG-QTDE)
                   MOVE "N" TO TAB-SUG-GERADO(WRK-TAB-SUG-QTDE)
               ELSE
                   ADD 1 TO WRK-CONT-IGNORADOS
               END-IF
           END-IF.

      * PERCORRE A TABELA DE SUGESTOES: CADA FORNECEDOR AINDA NAO
      * ATENDIDO ABRE UM PEDIDO NOVO COM TODOS OS SEUS ITENS.
       0230-GRAVAR-PEDIDOS     SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-TAB-SUG-QTDE
               IF TAB-SUG-GERADO(WRK-I) EQUAL "N"
                   ADD 1 TO WRK-ULT-PEDIDO
                   MOVE WRK-ULT-PEDIDO TO WRK-NUM-PEDIDO
                   MOVE ZEROS TO WRK-NUM-ITEM
                   ADD 1 TO WRK-CONT-PEDIDOS
                   COMPUTE WRK-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) +
                           TAB-SUG-PRAZO(WRK-I))
                   MOVE TAB-SUG-FORN(WRK-I) TO FORN-CODIGO
                   READ FORNECEDORES-FILE
                       INVALID KEY
                           MOVE SPACES TO FORN-RAZAO-SOCIAL
                   END-READ
                   MOVE SPACES TO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
                   STRING "PEDIDO " DELIMITED BY SIZE
                           WRK-NUM-PEDIDO DELIMITED BY SIZE
                           "  FORNECEDOR " DELIMITED BY SIZE
                           TAB-SUG-FORN(WRK-I) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FORN-RAZAO-SOCIAL DELIMITED BY SIZE
                           "  PREVISTO PARA " DELIMITED BY SIZE
                           WRK-DATA-PREVISTA DELIMITED BY SIZE
                           INTO WRK-LINHA
                   PERFORM 0820-GRAVAR-LINHA-REL
                   PERFORM VARYING WRK-J FROM WRK-I BY 1
                           UNTIL WRK-J > WRK-TAB-SUG-QTDE
                       IF TAB-SUG-GERADO(WRK-J) EQUAL "N" AND
                               TAB-SUG-FORN(WRK-J) EQUAL
                               TAB-SUG-FORN(WRK-I)
                           PERFORM 0235-GRAVAR-ITEM-PEDIDO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0235-GRAVAR-ITEM-PEDIDO     SECTION.
           ADD 1 TO WRK-NUM-ITEM.
           INITIALIZE REG-PEDIDO.
           MOVE WRK-NUM-PEDIDO TO PED-NUM-PEDIDO.
           MOVE WRK-NUM-ITEM TO PED-NUM-ITEM.
           MOVE TAB-SUG-FORN(WRK-J) TO PED-COD-FORNECEDOR.
           MOVE WRK-DATA-HOJE TO PED-DATA-EMISSAO.
           MOVE WRK-DATA-PREVISTA TO PED-DATA-PREVISTA.
           MOVE TAB-SUG-COD(WRK-J) TO PED-COD-PRODUTO.
           MOVE TAB-SUG-DESC(WRK-J) TO PED-DESCRICAO.
           MOVE TAB-SUG-QTDE(WRK-J) TO PED-QTDE-PEDIDA.
           MOVE ZEROS TO PED-QTDE-RECEBIDA.
           MOVE WRK-OPERADOR TO PED-OPERADOR.
           MOVE "A" TO PED-SITUACAO.
           MOVE "S" TO TAB-SUG-GERADO(WRK-J).
           WRITE REG-PEDIDO.
           IF WRK-PED-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR PEDIDOS.DAT - PEDIDO "
                       PED-NUM-PEDIDO " ITEM " PED-NUM-ITEM
                       " STATUS: " WRK-PED-STATUS
               MOVE WRK-PED-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               ADD 1 TO WRK-CONT-ITENS-GRAVADOS
               MOVE PED-QTDE-PEDIDA TO WRK-QTD-ED
               STRING "  ITEM " DELIMITED BY SIZE
                       PED-NUM-ITEM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PED-COD-PRODUTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PED-DESCRICAO DELIMITED BY SIZE
                       " QTDE: " DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.

      * RELATORIO PEDIDOS-ABERTOS-AAAAMMDD.REL: ITENS AINDA EM
      * ABERTO AGRUPADOS POR PEDIDO, COM A DATA PREVISTA E OS DIAS
      * DE ATRASO PARA O COMPRADOR COBRAR O FORNECEDOR; NO FIM, AS
      * ENTREGAS FEITAS A MAIOR.
       0300-RELATORIO-ABERTOS     SECTION.
           MOVE ZEROS TO WRK-CONT-ATRASADOS.
           MOVE ZEROS TO WRK-CONT-A-MAIOR.
           MOVE ZEROS TO WRK-CONT-PEDIDOS.
           MOVE ZEROS TO WRK-TOT-ABERTO.
           MOVE ZEROS TO WRK-PEDIDO-ANTERIOR.
           MOVE "PEDIDOS-ABERTOS-" TO WRK-PREFIXO-REL.
           MOVE "PEDIDOS DE COMPRA EM ABERTO" TO WRK-TITULO-REL.
           PERFORM 0810-ABRIR-RELATORIO.
           MOVE ZEROS TO PED-NUM-PEDIDO.
           MOVE ZEROS TO PED-NUM-ITEM.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START PEDIDOS-FILE KEY NOT LESS PED-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PEDIDOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PED-EM-ABERTO
                           PERFORM 0310-LINHA-ABERTO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "ENTREGAS A MAIOR (RECEBIDO ACIMA DO PEDIDO)" TO
                   WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ZEROS TO PED-NUM-PEDIDO.
           MOVE ZEROS TO PED-NUM-ITEM.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           START PEDIDOS-FILE KEY NOT LESS PED-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ PEDIDOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF PED-QTDE-RECEBIDA > PED-QTDE-PEDIDA
                           PERFORM 0320-LINHA-A-MAIOR
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0330-TOTAIS-ABERTOS.
           PERFORM 0840-ENCERRAR-RELATORIO.

       0310-LINHA-ABERTO     SECTION.
           IF PED-NUM-PEDIDO NOT EQUAL WRK-PEDIDO-ANTERIOR
               MOVE PED-NUM-PEDIDO TO WRK-PEDIDO-ANTERIOR
               ADD 1 TO WRK-CONT-PEDIDOS
               MOVE PED-COD-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES-FILE
                   INVALID KEY
                       MOVE SPACES TO FORN-RAZAO-SOCIAL
                       MOVE SPACES TO FORN-TELEFONE
               END-READ
               MOVE SPACES TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               STRING "PEDIDO " DELIMITED BY SIZE
                       PED-NUM-PEDIDO DELIMITED BY SIZE
                       " FORNECEDOR " DELIMITED BY SIZE
                       PED-COD-FORNECEDOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FORN-RAZAO-SOCIAL DELIMITED BY SIZE
                       " FONE " DELIMITED BY SIZE
                       FORN-TELEFONE DELIMITED BY SIZE
                       " EMIS " DELIMITED BY SIZE
                       PED-DATA-EMISSAO DELIMITED BY SIZE
                       " PREV " DELIMITED BY SIZE
                       PED-DATA-PREVISTA DELIMITED BY SIZE
                       INTO WRK-LINHA
               IF PED-DATA-PREVISTA < WRK-DATA-HOJE
                   ADD 1 TO WRK-CONT-ATRASADOS
                   COMPUTE WRK-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                           FUNCTION INTEGER-OF-DATE(PED-DATA-PREVISTA)
                   MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
                   MOVE "ATRASO" TO WRK-LINHA(115:6)
                   MOVE WRK-DIAS-ED TO WRK-LINHA(122:5)
                   MOVE "DIAS" TO WRK-LINHA(128:4)
               END-IF
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.
           COMPUTE WRK-QTDE-SALDO = PED-QTDE-PEDIDA - PED-QTDE-RECEBIDA.
           IF WRK-QTDE-SALDO > ZEROS
               ADD WRK-QTDE-SALDO TO WRK-TOT-ABERTO
           END-IF.
           MOVE PED-QTDE-PEDIDA TO WRK-QTD-ED.
           MOVE PED-QTDE-RECEBIDA TO WRK-QTD2-ED.
           MOVE WRK-QTDE-SALDO TO WRK-QTD4-ED.
           STRING "  ITEM " DELIMITED BY SIZE
                   PED-NUM-ITEM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PED-COD-PRODUTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PED-DESCRICAO(1:20) DELIMITED BY SIZE
                   " PEDIDO: " DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   " RECEBIDO: " DELIMITED BY SIZE
                   WRK-QTD2-ED DELIMITED BY SIZE
                   " EM ABERTO: " DELIMITED BY SIZE
                   WRK-QTD4-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           IF PED-DATA-ULT-RECEB NOT EQUAL ZEROS
               MOVE "ULT.ENTREGA" TO WRK-LINHA(105:11)
               MOVE PED-DATA-ULT-RECEB TO WRK-LINHA(117:8)
           END-IF.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0320-LINHA-A-MAIOR     SECTION.
           ADD 1 TO WRK-CONT-A-MAIOR.
           MOVE PED-QTDE-PEDIDA TO WRK-QTD-ED.
           MOVE PED-QTDE-RECEBIDA TO WRK-QTD2-ED.
           COMPUTE WRK-QTDE-SALDO = PED-QTDE-RECEBIDA - PED-QTDE-PEDIDA.
           MOVE WRK-QTDE-SALDO TO WRK-QTD3-ED.
           STRING "PEDIDO " DELIMITED BY SIZE
                   PED-NUM-PEDIDO DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   PED-NUM-ITEM DELIMITED BY SIZE
                   " FORN " DELIMITED BY SIZE
                   PED-COD-FORNECEDOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PED-COD-PRODUTO DELIMITED BY SIZE
                   " PEDIDO: " DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   " RECEBIDO: " DELIMITED BY SIZE
                   WRK-QTD2-ED DELIMITED BY SIZE
                   " A MAIOR: " DELIMITED BY SIZE
                   WRK-QTD3-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0330-TOTAIS-ABERTOS     SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-PEDIDOS TO WRK-CONT-ED.
           STRING "PEDIDOS EM ABERTO: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-ATRASADOS TO WRK-CONT-ED.
           STRING "PEDIDOS ATRASADOS: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-ABERTO TO WRK-CONT-ED.
           STRING "UNIDADES A RECEBER: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-A-MAIOR TO WRK-CONT-ED.
           STRING "ITENS ENTREGUES A MAIOR: " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * O COMPRADOR ENCERRA O SALDO QUE O FORNECEDOR NAO VAI MAIS
      * ENTREGAR (UM ITEM OU O PEDIDO INTEIRO, ITEM 000): O ITEM
      * SAI DO RELATORIO DE ABERTOS, DEIXA DE CONTAR COMO SALDO EM
      * PEDIDO NA PROXIMA GERACAO E NAO ACEITA MAIS RECEBIMENTO.
       0400-ENCERRAR-SALDO     SECTION.
           MOVE ZEROS TO WRK-CONT-ENCERRADOS.
           DISPLAY "NUMERO DO PEDIDO: ".
           ACCEPT WRK-NUM-PEDIDO.
           DISPLAY "ITEM A ENCERRAR (000 = TODOS OS ITENS EM ABERTO): ".
           ACCEPT WRK-NUM-ITEM.
           DISPLAY "CONFIRMA ENCERRAMENTO DO SALDO DO PEDIDO "
                   WRK-NUM-PEDIDO " ITEM " WRK-NUM-ITEM " (S/N): ".
           ACCEPT WRK-RESP.
           IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
               MOVE WRK-NUM-PEDIDO TO PED-NUM-PEDIDO
               MOVE WRK-NUM-ITEM TO PED-NUM-ITEM
               MOVE "N" TO WRK-FIM-ARQUIVO
               START PEDIDOS-FILE KEY NOT LESS PED-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ PEDIDOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PED-NUM-PEDIDO NOT EQUAL WRK-NUM-PEDIDO
                               OR (WRK-NUM-ITEM NOT EQUAL ZEROS AND
                               PED-NUM-ITEM NOT EQUAL WRK-NUM-ITEM)
                               MOVE "S" TO WRK-FIM-ARQUIVO
                           ELSE
                               IF PED-EM-ABERTO
                                   PERFORM 0410-ENCERRAR-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-CONT-ENCERRADOS EQUAL ZEROS
                   DISPLAY "NENHUM ITEM EM ABERTO ENCONTRADO PARA O "
                           "PEDIDO " WRK-NUM-PEDIDO
               ELSE
                   DISPLAY "ITENS ENCERRADOS: " WRK-CONT-ENCERRADOS
               END-IF
           END-IF.

       0410-ENCERRAR-ITEM     SECTION.
           MOVE "E" TO PED-SITUACAO.
           REWRITE REG-PEDIDO.
           IF WRK-PED-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ENCERRAR ITEM " PED-NUM-ITEM
                       " - STATUS: " WRK-PED-STATUS
               MOVE WRK-PED-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               ADD 1 TO WRK-CONT-ENCERRADOS
               COMPUTE WRK-QTDE-SALDO = PED-QTDE-PEDIDA -
                       PED-QTDE-RECEBIDA
               DISPLAY "ITEM " PED-NUM-ITEM " " PED-COD-PRODUTO
                       " ENCERRADO - SALDO NAO ENTREGUE: "
                       WRK-QTDE-SALDO
           END-IF.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING WRK-PREFIXO-REL DELIMITED BY SPACE
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
           STRING "PROG-COMPRAS - " DELIMITED BY SIZE
                   WRK-TITULO-REL DELIMITED BY "  "
                   "  DATA: " DELIMITED BY SIZE
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
      * ACEITOS SAO OS ITENS DE PEDIDO GRAVADOS NA SESSAO.
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
               MOVE "PROG-COMPRAS" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "T" TO JRN-MODO
               MOVE WRK-CONT-ITENS-GRAVADOS TO JRN-LIDOS
               MOVE WRK-CONT-ITENS-GRAVADOS TO JRN-ACEITOS
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
               MOVE "PROG-COMPRAS" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
