      *                SALDO DE ESTOQUE NAO E ALTERADO AQUI (SO A
      *                CARGA INICIAL NA INCLUSAO) - MOVIMENTOS DE
      *                ESTOQUE SAO FEITOS PELO PROG-ESTOQUE PARA
      *                FICAREM NO DIARIO MOVIMENTOS.DAT. O
      *                FORNECEDOR PREFERIDO, QUANDO INFORMADO, E
      *                VALIDADO EM FORNECEDORES.DAT (EXISTENTE E
      *                ATIVO) SE O CADASTRO ESTIVER DISPONIVEL.
      *                O CUSTO MEDIO SO E INFORMADO NA INCLUSAO,
      *                JUNTO COM O SALDO INICIAL; DEPOIS E O
      *                PROG-ESTOQUE QUE O RECALCULA A CADA
      *                RECEBIMENTO. O OPERADOR ENTRA COM CODIGO E
      *                SENHA; PRECO (PROGRAMADO OU TROCADO NA
      *                ALTERACAO) E DO GERENTE - OUTRO PERFIL PRECISA
      *                DA AUTORIZACAO NA HORA DE SUPERVISOR OU GERENTE
      *                (REGISTRADA EM SEGURANCA.DAT).
      *===========================================

       ENVIRONMENT         DIVISION.
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT FORNECEDORES-FILE
               ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  PRODUTOS-FILE.
       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  FORNECEDORES-FILE.
           COPY "fornreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  AUDITORIA-FILE.
           COPY "audreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PROD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUD-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-MESTRE-OK PIC X(01) VALUE "N".
       77 WRK-FORN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FORN-MESTRE-OK PIC X(01) VALUE "N".
       77 WRK-COD-FORNECEDOR PIC X(06) VALUE SPACES.
       77 WRK-FORNECEDOR-VALIDO PIC X(01) VALUE "N".
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
       77 WRK-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-AUTORIZADO PIC X(01) VALUE "N".
       77 WRK-PERFIL-LIBERA PIC X(01) VALUE "N".
       77 WRK-SEG-OBJETO PIC X(40) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR PIC X(01) VALUE "N".
       77 WRK-COD-PRODUTO PIC X(10) VALUE SPACES.
           05 WRK-ANT-ESTOQUE-MIN    PIC 9(07).
           05 WRK-ANT-ICMS           PIC 9(02)V99.
           05 WRK-ANT-DATA-PRECO     PIC 9(08).
           05 WRK-ANT-FORNECEDOR     PIC X(06).
           05 WRK-ANT-LOTE-COMPRA    PIC 9(07).
           05 WRK-ANT-CUSTO-MEDIO    PIC 9(05)V99.

       01 WRK-AUD-ANTES PIC X(30) VALUE SPACES.
       01 WRK-AUD-DEPOIS PIC X(30) VALUE SPACES.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           IF WRK-FORN-MESTRE-OK EQUAL "S"
               CLOSE FORNECEDORES-FILE
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL"
           END-IF.
           OPEN INPUT FORNECEDORES-FILE.
           IF WRK-FORN-STATUS EQUAL "00"
               MOVE "S" TO WRK-FORN-MESTRE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE FORNECEDORES INDISPONIVEL"
           END-IF.
           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUD-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDITORIA-FILE

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
           DISPLAY "MANUTENCAO DO CADASTRO DE PRODUTOS".
                   DISPLAY "QUANTIDADE INICIAL EM ESTOQUE: "
                   ACCEPT WRK-CAMPO-QTDE
                   MOVE WRK-CAMPO-QTDE TO PROD-QTDE-ESTOQUE
                   DISPLAY "CUSTO UNITARIO DO ESTOQUE INICIAL: "
                   ACCEPT WRK-CAMPO-NUM
                   MOVE WRK-CAMPO-NUM TO PROD-CUSTO-MEDIO
                   MOVE WRK-COD-PRODUTO TO PROD-CODIGO
                   MOVE "A" TO PROD-STATUS
                   WRITE REG-PRODUTO-MESTRE
           DISPLAY "PERCENTUAL DE ICMS (EX: 18,00): ".
           ACCEPT WRK-CAMPO-ICMS.
           MOVE WRK-CAMPO-ICMS TO PROD-PERC-ICMS.
           MOVE "N" TO WRK-FORNECEDOR-VALIDO.
           PERFORM UNTIL WRK-FORNECEDOR-VALIDO EQUAL "S"
               DISPLAY "FORNECEDOR PREFERIDO (BRANCO = NENHUM): "
               ACCEPT WRK-COD-FORNECEDOR
               PERFORM 0220-VALIDAR-FORNECEDOR
           END-PERFORM.
           MOVE WRK-COD-FORNECEDOR TO PROD-COD-FORNECEDOR.
           DISPLAY "LOTE DE COMPRA (MULTIPLO DO PEDIDO, "
                   "0 = UNIDADE): ".
           ACCEPT WRK-CAMPO-QTDE.
           MOVE WRK-CAMPO-QTDE TO PROD-LOTE-COMPRA.

      * O FORNECEDOR PREFERIDO E QUEM RECEBE O PEDIDO DE REPOSICAO
      * NO PROG-COMPRAS: COM O CADASTRO DISPONIVEL ELE PRECISA
      * EXISTIR E ESTAR ATIVO; EM BRANCO O PRODUTO FICA FORA DA
      * GERACAO AUTOMATICA DE PEDIDOS.
       0220-VALIDAR-FORNECEDOR     SECTION.
           IF WRK-COD-FORNECEDOR EQUAL SPACES OR
                   WRK-FORN-MESTRE-OK NOT EQUAL "S"
               MOVE "S" TO WRK-FORNECEDOR-VALIDO
           ELSE
               MOVE WRK-COD-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES-FILE
                   INVALID KEY
                       DISPLAY "FORNECEDOR NAO CADASTRADO: "
                               WRK-COD-FORNECEDOR
                   NOT INVALID KEY
                       IF FORN-INATIVO
                           DISPLAY "FORNECEDOR INATIVO: "
                                   WRK-COD-FORNECEDOR
                       ELSE
                           DISPLAY "FORNECEDOR: " FORN-RAZAO-SOCIAL
                           MOVE "S" TO WRK-FORNECEDOR-VALIDO
                       END-IF
               END-READ
           END-IF.

       0300-ALTERAR     SECTION.
           DISPLAY "CODIGO DO PRODUTO A ALTERAR: ".
                           " (MOVIMENTADO PELO PROG-ESTOQUE)"
                   DISPLAY "ESTOQUE MINIMO ATUAL: " PROD-ESTOQUE-MIN
                   DISPLAY "ICMS ATUAL: " PROD-PERC-ICMS
                   DISPLAY "FORNECEDOR PREFERIDO ATUAL: "
                           PROD-COD-FORNECEDOR
                   DISPLAY "LOTE DE COMPRA ATUAL: " PROD-LOTE-COMPRA
                   DISPLAY "CUSTO MEDIO ATUAL: " PROD-CUSTO-MEDIO
                           " (RECALCULADO PELO PROG-ESTOQUE)"
                   MOVE PROD-DESCRICAO TO WRK-ANT-DESCRICAO
                   MOVE PROD-PRECO TO WRK-ANT-PRECO
                   MOVE PROD-QTDE-ESTOQUE TO WRK-ANT-ESTOQUE
                   MOVE PROD-ESTOQUE-MIN TO WRK-ANT-ESTOQUE-MIN
                   MOVE PROD-PERC-ICMS TO WRK-ANT-ICMS
                   MOVE PROD-COD-FORNECEDOR TO WRK-ANT-FORNECEDOR
                   MOVE PROD-LOTE-COMPRA TO WRK-ANT-LOTE-COMPRA
                   MOVE PROD-CUSTO-MEDIO TO WRK-ANT-CUSTO-MEDIO
                   PERFORM 0210-CAPTURAR-DADOS
      * A TROCA DE PRECO NA ALTERACAO TEM A MESMA RESTRICAO DA
      * PROGRAMACAO (0505); SEM AUTORIZACAO O PRECO ANTERIOR FICA E
      * OS DEMAIS CAMPOS SAO GRAVADOS.
                   IF PROD-PRECO NOT EQUAL WRK-ANT-PRECO
                       PERFORM 0505-LIBERAR-PRECO
                       IF WRK-AUTORIZADO NOT EQUAL "S"
                           MOVE WRK-ANT-PRECO TO PROD-PRECO
                           DISPLAY "PRECO MANTIDO: " PROD-PRECO
                       END-IF
                   END-IF
                   REWRITE REG-PRODUTO-MESTRE
                   IF WRK-PROD-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO ALTERAR PRODUTO - STATUS: "
                               WRK-PROD-STATUS
                       MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       DISPLAY "PRODUTO ALTERADO: " WRK-COD-PRODUTO
                       MOVE "A" TO WRK-AUD-OPERACAO
                           IF WRK-PROD-STATUS NOT EQUAL "00"
                               DISPLAY "ERRO AO DESATIVAR PRODUTO - "
                                       "STATUS: " WRK-PROD-STATUS
                               MOVE WRK-PROD-STATUS TO WRK-STATUS-ERRO
                               PERFORM 0960-ANOTAR-STATUS
                           ELSE
                               DISPLAY "PRODUTO DESATIVADO: "
                                       WRK-COD-PRODUTO
               NOT INVALID KEY
                   PERFORM 0600-EFETIVAR-PRECO-VIGENTE
                   DISPLAY "PRECO ATUAL: " PROD-PRECO
                   PERFORM 0505-LIBERAR-PRECO
                   IF WRK-AUTORIZADO EQUAL "S"
                       IF PROD-DATA-PRECO NOT EQUAL ZEROS
                           DISPLAY "JA HA PRECO PROGRAMADO: "
                                   PROD-PRECO-NOVO " A PARTIR DE "
                                   PROD-DATA-PRECO
                       END-IF
                       DISPLAY "NOVO PRECO: "
                       ACCEPT WRK-CAMPO-NUM
                       DISPLAY "DATA DE VIGENCIA (AAAAMMDD): "
                       ACCEPT WRK-CAMPO-DATA
                       IF WRK-CAMPO-DATA NOT GREATER WRK-DATA-HOJE
                           DISPLAY "DATA DE VIGENCIA DEVE SER FUTURA - "
                                   "USE A ALTERACAO (OPCAO 2) PARA "
                                   "PRECO IMEDIATO"
                       ELSE
                           MOVE PROD-PRECO-NOVO TO WRK-ANT-PRECO
                           MOVE PROD-DATA-PRECO TO WRK-ANT-DATA-PRECO
                           MOVE WRK-CAMPO-NUM TO PROD-PRECO-NOVO
                           MOVE WRK-CAMPO-DATA TO PROD-DATA-PRECO
                           REWRITE REG-PRODUTO-MESTRE
                           IF WRK-PROD-STATUS NOT EQUAL "00"
                               DISPLAY "ERRO AO PROGRAMAR PRECO - "
                                       "STATUS: " WRK-PROD-STATUS
                           ELSE
                               DISPLAY "PRECO PROGRAMADO PARA "
                                       WRK-CAMPO-DATA
                               MOVE "P" TO WRK-AUD-OPERACAO
                               MOVE "PRECO-NOVO" TO WRK-AUD-CAMPO
                               MOVE WRK-ANT-PRECO TO WRK-PRECO-ED
                               MOVE WRK-PRECO-ED TO WRK-AUD-ANTES
                               MOVE PROD-PRECO-NOVO TO WRK-PRECO-ED
                               MOVE WRK-PRECO-ED TO WRK-AUD-DEPOIS
                               PERFORM 0800-GRAVAR-AUDITORIA
                               MOVE "DATA-PRECO" TO WRK-AUD-CAMPO
                               MOVE SPACES TO WRK-AUD-ANTES
                               IF WRK-ANT-DATA-PRECO NOT EQUAL ZEROS
                                   MOVE WRK-ANT-DATA-PRECO TO
                                           WRK-AUD-ANTES
                               END-IF
                               MOVE SPACES TO WRK-AUD-DEPOIS
                               MOVE PROD-DATA-PRECO TO WRK-AUD-DEPOIS
                               PERFORM 0800-GRAVAR-AUDITORIA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * PRECO (PROGRAMADO OU IMEDIATO NA ALTERACAO) E DO GERENTE; OS
      * DEMAIS PERFIS PRECISAM DA AUTORIZACAO NA HORA DE UM
      * SUPERVISOR OU GERENTE.
       0505-LIBERAR-PRECO     SECTION.
           MOVE "PRECO" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-OBJETO.
           STRING "PRECO DO PRODUTO " DELIMITED BY SIZE
                   WRK-COD-PRODUTO DELIMITED BY SIZE
                   INTO WRK-SEG-OBJETO.
           MOVE "N" TO WRK-PERFIL-LIBERA.
           IF WRK-PERFIL-OPERADOR EQUAL "G"
               MOVE "S" TO WRK-PERFIL-LIBERA
           END-IF.
           PERFORM 0037-LIBERAR-FUNCAO.

      * SE O PRECO PROGRAMADO JA ENTROU EM VIGOR, ELE E PROMOVIDO
      * A PRECO OFICIAL (PROD-PRECO) E A PROGRAMACAO E LIMPA ANTES
      * DE QUALQUER NOVA MANUTENCAO - ASSIM UMA ALTERACAO
               MOVE WRK-ICMS-ED TO WRK-AUD-DEPOIS
               PERFORM 0800-GRAVAR-AUDITORIA
           END-IF.
           IF PROD-COD-FORNECEDOR NOT EQUAL WRK-ANT-FORNECEDOR
               MOVE "FORNECEDOR" TO WRK-AUD-CAMPO
               MOVE WRK-ANT-FORNECEDOR TO WRK-AUD-ANTES
               MOVE PROD-COD-FORNECEDOR TO WRK-AUD-DEPOIS
               PERFORM 0800-GRAVAR-AUDITORIA
           END-IF.
           IF PROD-LOTE-COMPRA NOT EQUAL WRK-ANT-LOTE-COMPRA
               MOVE "LOTE-COMPRA" TO WRK-AUD-CAMPO
               MOVE WRK-ANT-LOTE-COMPRA TO WRK-QTDE-ED
               MOVE WRK-QTDE-ED TO WRK-AUD-ANTES
               MOVE PROD-LOTE-COMPRA TO WRK-QTDE-ED
               MOVE WRK-QTDE-ED TO WRK-AUD-DEPOIS
               PERFORM 0800-GRAVAR-AUDITORIA
           END-IF.
           IF PROD-CUSTO-MEDIO NOT EQUAL WRK-ANT-CUSTO-MEDIO
               MOVE "CUSTO-MEDIO" TO WRK-AUD-CAMPO
               MOVE WRK-ANT-CUSTO-MEDIO TO WRK-PRECO-ED
               MOVE WRK-PRECO-ED TO WRK-AUD-ANTES
               MOVE PROD-CUSTO-MEDIO TO WRK-PRECO-ED
               MOVE WRK-PRECO-ED TO WRK-AUD-DEPOIS
               PERFORM 0800-GRAVAR-AUDITORIA
           END-IF.

       0800-GRAVAR-AUDITORIA     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
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
               MOVE "PROG-PRODMNT" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
