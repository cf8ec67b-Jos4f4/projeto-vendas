      *                MOVREG.CPY), COM O SALDO APOS O MOVIMENTO;
      *                AS VENDAS E ESTORNOS DO PROG-VENDAS E DO
      *                PROG-REPROC GRAVAM NO MESMO DIARIO. AJUSTES
      *                A MENOR NUNCA DEIXAM O SALDO NEGATIVO. O
      *                RECEBIMENTO E FEITO CONTRA UM PEDIDO DE
      *                COMPRA EM ABERTO (PEDIDOS.DAT, GERADO PELO
      *                PROG-COMPRAS): A ENTREGA E SOMADA AO ITEM DO
      *                PEDIDO (PARCIAL, TOTAL OU A MAIOR, ESTA COM
      *                CONFIRMACAO) E O MOVIMENTO LEVA O NUMERO DO
      *                PEDIDO. RECEBIMENTO SEM PEDIDO SO COM
      *                CONFIRMACAO DO OPERADOR. CADA RECEBIMENTO
      *                PEDE O CUSTO UNITARIO DA ENTRADA E RECALCULA
      *                O CUSTO MEDIO PONDERADO DO PRODUTO
      *                (PROD-CUSTO-MEDIO); O CUSTO VAI PARA O
      *                MOVIMENTO. CUSTO ZERO MANTEM A MEDIA ATUAL.
      *                RECEBIMENTO E AJUSTE SAO RECUSADOS QUANDO O MES
      *                DA DATA DO MOVIMENTO JA FOI FECHADO NO
      *                PROG-FECHAMES; O RELATORIO CONTINUA LIBERADO.
      *                O OPERADOR ENTRA COM CODIGO E SENHA. O AJUSTE
      *                MANUAL E DE ESTOQUISTA OU GERENTE; OUTRO PERFIL
      *                SO AJUSTA COM AUTORIZACAO NA HORA DE SUPERVISOR
      *                OU GERENTE (REGISTRADA EM SEGURANCA.DAT).
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT PEDIDOS-FILE
               ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-PED-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

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
       FD  PRODUTOS-FILE.
       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  PEDIDOS-FILE.
           COPY "pedreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  PERIODOS-FILE.
           COPY "perreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PROD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MOV-STATUS PIC X(02) VALUE SPACES.
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
       77 WRK-PED-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PED-ARQ-OK PIC X(01) VALUE "N".
       77 WRK-NUM-PEDIDO PIC 9(07) VALUE ZEROS.
       77 WRK-PED-CHAVE-ACHADA PIC X(10) VALUE SPACES.
       77 WRK-ITEM-ACHADO PIC X(01) VALUE "N".
       77 WRK-CONT-ITENS-PEDIDO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT-ITENS-ABERTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTDE-ABERTO PIC S9(07) VALUE ZEROS.
       77 WRK-RECEB-OK PIC X(01) VALUE "N".
       77 WRK-RESP PIC X(01) VALUE SPACES.
       77 WRK-QTDE PIC 9(07) VALUE ZEROS.
       77 WRK-CUSTO-UNIT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOTAL PIC 9(14)V99 VALUE ZEROS.
       77 WRK-SINAL PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO PIC X(03) VALUE SPACES.
       77 WRK-MOV-QTDE PIC S9(07) VALUE ZEROS.
       77 WRK-LIN-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-POR-PAGINA PIC 9(02) VALUE 56.
       77 WRK-PER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MES-VERIFICAR PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE "N".


       01 WRK-QTD-ED PIC Z.ZZZ.ZZ9.
       01 WRK-MIN-ED PIC Z.ZZZ.ZZ9.
       01 WRK-PED-ED PIC Z.ZZZ.ZZ9.
       01 WRK-REC-ED PIC Z.ZZZ.ZZ9.
       01 WRK-ABE-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-MOV-QTDE-ED PIC Z.ZZZ.ZZ9-.
       01 WRK-CUSTO-ED PIC ZZ.ZZ9,99.
       01 WRK-LINHA PIC X(132) VALUE SPACES.
       01 WRK-NUM-PAGINA-ED PIC ZZZ9.

               CLOSE OPERADORES-FILE
           END-IF.
           CLOSE MOVIMENTOS-FILE.
           IF WRK-PED-ARQ-OK EQUAL "S"
               CLOSE PEDIDOS-FILE
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL"
           END-IF.
           OPEN I-O PEDIDOS-FILE.
           IF WRK-PED-STATUS EQUAL "00"
               MOVE "S" TO WRK-PED-ARQ-OK
           ELSE
               DISPLAY "AVISO: ARQUIVO DE PEDIDOS INDISPONIVEL - "
                       "RECEBIMENTOS SEM PEDIDO"
           END-IF.

      * MESMA IDENTIFICACAO DE OPERADOR DO PROG-PRODMNT: CODIGO EM
      * BRANCO NUNCA PASSA E, COM O CADASTRO DISPONIVEL, O CODIGO
      * MOVIMENTOS FICA TAO CONFIAVEL QUANTO O DAS VENDAS.
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

      * OS MOVIMENTOS SAO DATADOS COM A DATA DE HOJE; SE O MES DELA
      * JA FOI FECHADO NO PROG-FECHAMES (PERIODOS.DAT) O LANCAMENTO
      * E RECUSADO. SEM PERIODOS.DAT NENHUM MES FOI FECHADO.
       0040-VERIFICAR-PERIODO     SECTION.
           MOVE "N" TO WRK-PERIODO-FECHADO.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-VERIFICAR.
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
                           DISPLAY "PERIODO " WRK-MES-VERIFICAR
                                   " FECHADO - LANCAMENTO NAO "
                                   "PERMITIDO"
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
           END-IF.

       0100-MENU     SECTION.
           DISPLAY "=-=-=-==-=-=-==-=-=-=-=-=-=-=-=".
           DISPLAY "MOVIMENTACAO DE ESTOQUE".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM 0040-VERIFICAR-PERIODO
                   IF WRK-PERIODO-FECHADO EQUAL "N"
                       PERFORM 0200-RECEBER
                   END-IF
               WHEN "2"
                   PERFORM 0040-VERIFICAR-PERIODO
                   IF WRK-PERIODO-FECHADO EQUAL "N"
                       PERFORM 0300-AJUSTAR
                   END-IF
               WHEN "3"
                   PERFORM 0400-RELATORIO-REPOSICAO
               WHEN "4"
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      * SEM O ARQUIVO DE PEDIDOS (NENHUM PEDIDO GERADO AINDA) O
      * RECEBIMENTO SEGUE SEM PEDIDO, COMO ANTES.
       0200-RECEBER     SECTION.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           IF WRK-PED-ARQ-OK NOT EQUAL "S"
               PERFORM 0205-RECEBER-SEM-PEDIDO
           ELSE
               DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = SEM PEDIDO): "
               ACCEPT WRK-NUM-PEDIDO
               IF WRK-NUM-PEDIDO EQUAL ZEROS
                   DISPLAY "RECEBIMENTO SEM PEDIDO DE COMPRA - "
                           "CONFIRMA (S/N): "
                   ACCEPT WRK-RESP
                   IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                       PERFORM 0205-RECEBER-SEM-PEDIDO
                   ELSE
                       DISPLAY "RECEBIMENTO CANCELADO"
                   END-IF
               ELSE
                   PERFORM 0210-RECEBER-COM-PEDIDO
               END-IF
           END-IF.

       0205-RECEBER-SEM-PEDIDO     SECTION.
           DISPLAY "CODIGO DO PRODUTO RECEBIDO: ".
           ACCEPT WRK-COD-PRODUTO.
           MOVE WRK-COD-PRODUTO TO PROD-CODIGO.
                       DISPLAY "QUANTIDADE ZERADA - RECEBIMENTO "
                               "CANCELADO"
                   ELSE
                       PERFORM 0230-EFETIVAR-RECEBIMENTO
                   END-IF
           END-READ.

      * O PEDIDO E LISTADO NA TELA; O PRODUTO ENTREGUE PRECISA SER
      * UM ITEM AINDA EM ABERTO DO PEDIDO. ENTREGA ACIMA DO SALDO
      * DO ITEM (A MAIOR) SO ENTRA COM CONFIRMACAO E FICA
      * REGISTRADA NO PROPRIO ITEM (RECEBIDA MAIOR QUE A PEDIDA).
       0210-RECEBER-COM-PEDIDO     SECTION.
           PERFORM 0215-LISTAR-PEDIDO.
           IF WRK-CONT-ITENS-PEDIDO EQUAL ZEROS
               DISPLAY "PEDIDO NAO ENCONTRADO: " WRK-NUM-PEDIDO
           ELSE
           IF WRK-CONT-ITENS-ABERTOS EQUAL ZEROS
               DISPLAY "PEDIDO " WRK-NUM-PEDIDO " SEM ITENS EM "
                       "ABERTO - RECEBIMENTO CANCELADO"
           ELSE
               DISPLAY "CODIGO DO PRODUTO RECEBIDO: "
               ACCEPT WRK-COD-PRODUTO
               PERFORM 0220-LOCALIZAR-ITEM
               IF WRK-ITEM-ACHADO NOT EQUAL "S"
                   DISPLAY "PRODUTO " WRK-COD-PRODUTO " NAO CONSTA EM "
                           "ABERTO NO PEDIDO " WRK-NUM-PEDIDO
               ELSE
                   MOVE WRK-COD-PRODUTO TO PROD-CODIGO
                   READ PRODUTOS-FILE
                       INVALID KEY
                           DISPLAY "PRODUTO NAO CADASTRADO: "
                                   WRK-COD-PRODUTO
                       NOT INVALID KEY
                           PERFORM 0225-CAPTURAR-QTDE-PEDIDO
                   END-READ
               END-IF
           END-IF
           END-IF.

       0215-LISTAR-PEDIDO     SECTION.
           MOVE ZEROS TO WRK-CONT-ITENS-PEDIDO.
           MOVE ZEROS TO WRK-CONT-ITENS-ABERTOS.
           MOVE WRK-NUM-PEDIDO TO PED-NUM-PEDIDO.
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
                       IF PED-NUM-PEDIDO NOT EQUAL WRK-NUM-PEDIDO
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       ELSE
                           IF WRK-CONT-ITENS-PEDIDO EQUAL ZEROS
                               DISPLAY "PEDIDO " PED-NUM-PEDIDO
                                       " FORNECEDOR "
                                       PED-COD-FORNECEDOR
                                       " PREVISTO PARA "
                                       PED-DATA-PREVISTA
                           END-IF
                           ADD 1 TO WRK-CONT-ITENS-PEDIDO
                           IF PED-EM-ABERTO
                               ADD 1 TO WRK-CONT-ITENS-ABERTOS
                           END-IF
                           MOVE PED-QTDE-PEDIDA TO WRK-PED-ED
                           MOVE PED-QTDE-RECEBIDA TO WRK-REC-ED
                           DISPLAY "  ITEM " PED-NUM-ITEM " "
                                   PED-COD-PRODUTO " "
                                   PED-DESCRICAO(1:20)
                                   " PEDIDO: " WRK-PED-ED
                                   " RECEBIDO: " WRK-REC-ED
                                   " SITUACAO: " PED-SITUACAO
                       END-IF
               END-READ
           END-PERFORM.

      * PROCURA O PRODUTO ENTRE OS ITENS EM ABERTO DO PEDIDO E
      * GUARDA A CHAVE DO ITEM PARA A REGRAVACAO NO 0240.
       0220-LOCALIZAR-ITEM     SECTION.
           MOVE "N" TO WRK-ITEM-ACHADO.
           MOVE WRK-NUM-PEDIDO TO PED-NUM-PEDIDO.
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
                       IF PED-NUM-PEDIDO NOT EQUAL WRK-NUM-PEDIDO
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       ELSE
                           IF PED-COD-PRODUTO EQUAL WRK-COD-PRODUTO
                                   AND PED-EM-ABERTO
                               MOVE "S" TO WRK-ITEM-ACHADO
                               MOVE PED-CHAVE TO WRK-PED-CHAVE-ACHADA
                               COMPUTE WRK-QTDE-ABERTO =
                                       PED-QTDE-PEDIDA -
                                       PED-QTDE-RECEBIDA
                               MOVE "S" TO WRK-FIM-ARQUIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0225-CAPTURAR-QTDE-PEDIDO     SECTION.
           DISPLAY "DESCRICAO: " PROD-DESCRICAO.
           MOVE PROD-QTDE-ESTOQUE TO WRK-QTD-ED.
           DISPLAY "ESTOQUE ATUAL: " WRK-QTD-ED.
           MOVE WRK-QTDE-ABERTO TO WRK-ABE-ED.
           DISPLAY "SALDO EM ABERTO NO PEDIDO: " WRK-ABE-ED.
           DISPLAY "QUANTIDADE RECEBIDA: ".
           ACCEPT WRK-QTDE.
           MOVE "S" TO WRK-RESP.
           IF WRK-QTDE EQUAL ZEROS
               DISPLAY "QUANTIDADE ZERADA - RECEBIMENTO CANCELADO"
           ELSE
               IF WRK-QTDE > WRK-QTDE-ABERTO
                   COMPUTE WRK-MOV-QTDE = WRK-QTDE - WRK-QTDE-ABERTO
                   MOVE WRK-MOV-QTDE TO WRK-ABE-ED
                   DISPLAY "ENTREGA A MAIOR: " WRK-ABE-ED
                           " UNIDADE(S) ACIMA DO PEDIDO - CONFIRMA "
                           "(S/N): "
                   ACCEPT WRK-RESP
               END-IF
               IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                   PERFORM 0230-EFETIVAR-RECEBIMENTO
                   IF WRK-RECEB-OK EQUAL "S"
                       PERFORM 0240-ATUALIZAR-ITEM-PEDIDO
                   END-IF
               ELSE
                   DISPLAY "RECEBIMENTO CANCELADO"
               END-IF
           END-IF.

      * ENTRADA NO SALDO E NO DIARIO, COMUM AO RECEBIMENTO COM E
      * SEM PEDIDO (WRK-NUM-PEDIDO ZERADO = SEM PEDIDO).
       0230-EFETIVAR-RECEBIMENTO     SECTION.
           MOVE "N" TO WRK-RECEB-OK.
           PERFORM 0235-CALCULAR-CUSTO-MEDIO.
           ADD WRK-QTDE TO PROD-QTDE-ESTOQUE.
           REWRITE REG-PRODUTO-MESTRE.
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ATUALIZAR ESTOQUE - "
                       "STATUS: " WRK-PROD-STATUS
               MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               MOVE "S" TO WRK-RECEB-OK
               MOVE "R" TO WRK-MOV-TIPO
               MOVE WRK-QTDE TO WRK-MOV-QTDE
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 0500-GRAVAR-MOVIMENTO
               MOVE PROD-QTDE-ESTOQUE TO WRK-QTD-ED
               DISPLAY "RECEBIMENTO EFETIVADO - NOVO "
                       "SALDO: " WRK-QTD-ED
               MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-ED
               DISPLAY "CUSTO MEDIO: " WRK-CUSTO-ED
           END-IF.

      * CUSTO MEDIO PONDERADO: (SALDO X MEDIA ATUAL + RECEBIDO X
      * CUSTO DA ENTRADA) / (SALDO + RECEBIDO). SEM SALDO, OU SEM
      * MEDIA AINDA FORMADA, O CUSTO DA ENTRADA PASSA A SER A
      * MEDIA. CUSTO ZERO (NOTA AINDA NAO CONFERIDA) MANTEM A MEDIA
      * E O MOVIMENTO SAI PELA MEDIA ATUAL. CHAMADO ANTES DE SOMAR
      * A QUANTIDADE AO SALDO.
       0235-CALCULAR-CUSTO-MEDIO     SECTION.
           MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-ED.
           DISPLAY "CUSTO MEDIO ATUAL: " WRK-CUSTO-ED.
           DISPLAY "CUSTO UNITARIO DA ENTRADA (0 = MANTER A MEDIA): ".
           ACCEPT WRK-CUSTO-UNIT.
           IF WRK-CUSTO-UNIT EQUAL ZEROS
               DISPLAY "AVISO: ENTRADA SEM CUSTO - CUSTO MEDIO "
                       "MANTIDO"
               MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
           ELSE
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

       0240-ATUALIZAR-ITEM-PEDIDO     SECTION.
           MOVE WRK-PED-CHAVE-ACHADA TO PED-CHAVE.
           READ PEDIDOS-FILE
               INVALID KEY
                   DISPLAY "ERRO: ITEM DO PEDIDO NAO ENCONTRADO - "
                           "PEDIDO " WRK-NUM-PEDIDO
                   MOVE "23" TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               NOT INVALID KEY
                   ADD WRK-QTDE TO PED-QTDE-RECEBIDA
                   MOVE WRK-DATA-HOJE TO PED-DATA-ULT-RECEB
                   IF PED-QTDE-RECEBIDA < PED-QTDE-PEDIDA
                       MOVE "P" TO PED-SITUACAO
                   ELSE
                       MOVE "T" TO PED-SITUACAO
                   END-IF
                   REWRITE REG-PEDIDO
                   IF WRK-PED-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO ATUALIZAR PEDIDOS.DAT - "
                               "STATUS: " WRK-PED-STATUS
                       MOVE WRK-PED-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       COMPUTE WRK-QTDE-ABERTO = PED-QTDE-PEDIDA -
                               PED-QTDE-RECEBIDA
                       EVALUATE TRUE
                           WHEN WRK-QTDE-ABERTO > ZEROS
                               MOVE WRK-QTDE-ABERTO TO WRK-ABE-ED
                               DISPLAY "ENTREGA PARCIAL - SALDO EM "
                                       "ABERTO NO ITEM: " WRK-ABE-ED
                           WHEN WRK-QTDE-ABERTO < ZEROS
                               COMPUTE WRK-QTDE-ABERTO =
                                       0 - WRK-QTDE-ABERTO
                               MOVE WRK-QTDE-ABERTO TO WRK-ABE-ED
                               DISPLAY "ITEM ATENDIDO COM ENTREGA A "
                                       "MAIOR DE " WRK-ABE-ED
                           WHEN OTHER
                               DISPLAY "ITEM DO PEDIDO ATENDIDO"
                       END-EVALUATE
                   END-IF
           END-READ.

               INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO: " WRK-COD-PRODUTO
               NOT INVALID KEY
                   PERFORM 0305-LIBERAR-AJUSTE
                   IF WRK-AUTORIZADO EQUAL "S"
                       DISPLAY "DESCRICAO: " PROD-DESCRICAO
                       MOVE PROD-QTDE-ESTOQUE TO WRK-QTD-ED
                       DISPLAY "ESTOQUE ATUAL: " WRK-QTD-ED
                       DISPLAY "SENTIDO DO AJUSTE (+ ENTRADA, "
                               "- SAIDA): "
                       ACCEPT WRK-SINAL
                       DISPLAY "QUANTIDADE DO AJUSTE: "
                       ACCEPT WRK-QTDE
                       DISPLAY "MOTIVO (INV=INVENTARIO, AVA=AVARIA, "
                               "PER=PERDA): "
                       ACCEPT WRK-MOTIVO
                       PERFORM 0310-EFETIVAR-AJUSTE
                   END-IF
           END-READ.

      * O AJUSTE MANUAL E LIVRE PARA ESTOQUISTA E GERENTE; OS DEMAIS
      * PERFIS PRECISAM DA AUTORIZACAO NA HORA DE UM SUPERVISOR.
       0305-LIBERAR-AJUSTE     SECTION.
           MOVE "AJUSTE" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-OBJETO.
           STRING "AJUSTE DO PRODUTO " DELIMITED BY SIZE
                   WRK-COD-PRODUTO DELIMITED BY SIZE
                   INTO WRK-SEG-OBJETO.
           MOVE "N" TO WRK-PERFIL-LIBERA.
           IF WRK-PERFIL-OPERADOR EQUAL "E" OR
                   WRK-PERFIL-OPERADOR EQUAL "G"
               MOVE "S" TO WRK-PERFIL-LIBERA
           END-IF.
           PERFORM 0037-LIBERAR-FUNCAO.

       0310-EFETIVAR-AJUSTE     SECTION.
           IF WRK-QTDE EQUAL ZEROS
               DISPLAY "QUANTIDADE ZERADA - AJUSTE CANCELADO"
           IF WRK-PROD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ATUALIZAR ESTOQUE - STATUS: "
                       WRK-PROD-STATUS
               MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               MOVE "A" TO WRK-MOV-TIPO
               MOVE ZEROS TO WRK-NUM-PEDIDO
               MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
               PERFORM 0500-GRAVAR-MOVIMENTO
               MOVE PROD-QTDE-ESTOQUE TO WRK-QTD-ED
               DISPLAY "AJUSTE EFETIVADO - NOVO SALDO: " WRK-QTD-ED
                                   WRK-QTD-ED DELIMITED BY SIZE
                                   " MINIMO: " DELIMITED BY SIZE
                                   WRK-MIN-ED DELIMITED BY SIZE
                                   " FORNECEDOR: " DELIMITED BY SIZE
                                   PROD-COD-FORNECEDOR DELIMITED BY
                                           SIZE
                                   INTO WRK-LINHA
                           PERFORM 0820-GRAVAR-LINHA-REL
                       END-IF
           MOVE WRK-MOTIVO TO MOV-MOTIVO.
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE PROD-QTDE-ESTOQUE TO MOV-ESTOQUE-APOS.
           MOVE WRK-NUM-PEDIDO TO MOV-NUM-PEDIDO.
           MOVE WRK-CUSTO-UNIT TO MOV-CUSTO-UNIT.
           WRITE REG-MOVIMENTO.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR MOVIMENTOS.DAT - STATUS: "
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
               MOVE "PROG-ESTOQUE" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
