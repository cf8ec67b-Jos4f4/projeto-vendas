      *                VENDAS ACEITAS SAO GRAVADAS COM A DATA DO
      *                REPROCESSAMENTO (NAO A DA REJEICAO), PARA
      *                ENTRAREM NO FECHAMENTO E NO FEED CONTABIL
      *                DO DIA EM QUE FORAM EFETIVADAS. COM O MES
      *                CORRENTE FECHADO NO PROG-FECHAMES NADA E
      *                REPROCESSADO. QUEM REPROCESSA ENTRA COM CODIGO
      *                E SENHA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

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
       FD  REJEITADOS-FILE.
       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  PERIODOS-FILE.
           COPY "perreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-REJ-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PEND-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FORMA-VALIDA PIC X(01) VALUE "N".
       77 WRK-PERC-ICMS PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRODUTO PIC X(30) VALUE SPACES.
       77 WRK-PRODUTO-VALIDO PIC X(01) VALUE "N".
       77 WRK-VALOR-VALIDO PIC X(01) VALUE "N".
       77 WRK-SUBST-OK PIC X(01) VALUE "N".
       77 WRK-NOME-TEMP PIC X(19) VALUE "REJEITADOS.DAT.TMP".
       77 WRK-JRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PERFIL-OPERADOR PIC X(01) VALUE SPACES.
       77 WRK-SENHA PIC X(08) VALUE SPACES.
       77 WRK-TENTATIVAS-SENHA PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEG-FUNCAO PIC X(10) VALUE SPACES.
       77 WRK-SEG-EVENTO PIC X(01) VALUE SPACES.
       77 WRK-SEG-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-SEG-DETALHE PIC X(40) VALUE SPACES.
       77 WRK-RESPONSAVEL PIC X(06) VALUE SPACES.
       77 WRK-JRN-TIPO PIC X(01) VALUE SPACES.
       77 WRK-JRN-TERMINO PIC X(01) VALUE SPACES.
       77 WRK-PIOR-STATUS PIC X(02) VALUE "00".
       77 WRK-STATUS-ERRO PIC X(02) VALUE SPACES.
       77 WRK-PER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MES-VERIFICAR PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE "N".

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-VERIFICAR.
           PERFORM 0040-VERIFICAR-PERIODO.
           IF WRK-PERIODO-FECHADO EQUAL "S"
               DISPLAY "ERRO FATAL: PERIODO " WRK-MES-VERIFICAR
                       " FECHADO - NENHUM LANCAMENTO PERMITIDO"
               MOVE "A" TO WRK-JRN-TIPO
               MOVE "A" TO WRK-JRN-TERMINO
               PERFORM 0950-GRAVAR-JORNAL
               STOP RUN
           END-IF.
           OPEN INPUT REJEITADOS-FILE.
           IF WRK-REJ-STATUS NOT EQUAL "00"
               DISPLAY "NAO HA REJEITADOS.DAT PARA REPROCESSAR - "
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL"
           END-IF.
           PERFORM 0030-IDENTIFICAR-OPERADOR.
           OPEN EXTEND MOVIMENTOS-FILE.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               OPEN OUTPUT MOVIMENTOS-FILE
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * QUEM CONDUZ O REPROCESSAMENTO ENTRA COM CODIGO E SENHA COMO
      * NOS DEMAIS PROGRAMAS INTERATIVOS. FICA EM WRK-RESPONSAVEL,
      * POIS WRK-OPERADOR E O OPERADOR DE CADA VENDA REPROCESSADA.
       0030-IDENTIFICAR-OPERADOR     SECTION.
           MOVE "N" TO WRK-OPERADOR-VALIDO.
           MOVE ZEROS TO WRK-TENTATIVAS-SENHA.
           PERFORM UNTIL WRK-OPERADOR-VALIDO EQUAL "S"
               DISPLAY "CODIGO DO OPERADOR: "
               ACCEPT WRK-RESPONSAVEL
               MOVE SPACE TO WRK-PERFIL-OPERADOR
               IF WRK-RESPONSAVEL EQUAL SPACES
                   DISPLAY "OPERADOR EM BRANCO"
               ELSE
                   IF WRK-OPER-MESTRE-OK NOT EQUAL "S"
                       MOVE "S" TO WRK-OPERADOR-VALIDO
                       MOVE "L" TO WRK-SEG-EVENTO
                       MOVE "CADASTRO DE OPERADORES INDISPONIVEL" TO
                               WRK-SEG-DETALHE
                       PERFORM 0036-REGISTRAR-ENTRADA
                   ELSE
                       MOVE WRK-RESPONSAVEL TO OPER-CODIGO
                       READ OPERADORES-FILE
                           INVALID KEY
                               DISPLAY "OPERADOR NAO CADASTRADO: "
                                       WRK-RESPONSAVEL
                               MOVE "R" TO WRK-SEG-EVENTO
                               MOVE "OPERADOR NAO CADASTRADO" TO
                                       WRK-SEG-DETALHE
                               PERFORM 0036-REGISTRAR-ENTRADA
                           NOT INVALID KEY
                               IF OPER-INATIVO
                                   DISPLAY "OPERADOR INATIVO: "
                                           WRK-RESPONSAVEL
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

      * MESMA CONSULTA AO CONTROLE DE PERIODOS DO PROG-VENDAS:
      * WRK-PERIODO-FECHADO = "S" QUANDO O MES WRK-MES-VERIFICAR
      * ESTA FECHADO; SEM PERIODOS.DAT NENHUM MES FOI FECHADO.
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

      * LOCALIZA O MAIOR NUMERO DE TRANSACAO JA GRAVADO EM
      * VENDAS.DAT (COMO O PROG-VENDAS FAZ NA RECONSTRUCAO DOS
      * SUBTOTAIS) PARA QUE AS VENDAS REPROCESSADAS RECEBAM NUMEROS
       0130-VALIDAR-PRODUTO-REPROC     SECTION.
           MOVE "N" TO WRK-PRODUTO-VALIDO.
           MOVE ZEROS TO WRK-PERC-ICMS.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF WRK-QTDE EQUAL ZEROS
               MOVE "QUANTIDADE ZERADA" TO WRK-MOTIVO-REJ
           ELSE
                           ELSE
                               MOVE PROD-DESCRICAO TO WRK-PRODUTO
                               MOVE PROD-PERC-ICMS TO WRK-PERC-ICMS
                               MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
                               MOVE "S" TO WRK-PRODUTO-VALIDO
                           END-IF
                       END-IF
           END-IF.

      * MESMA REGRA DO PROG-VENDAS: EM BRANCO E ASSUMIDO DINHEIRO,
      * FORA DE D/C/P O REGISTRO CONTINUA PENDENTE. A VENDA A PRAZO
      * ("A") NAO E REPROCESSADA AQUI - ELA DEPENDE DA CONFERENCIA
      * DE LIMITE E DO LANCAMENTO EM CONTAS A RECEBER DO PROG-VENDAS
      * - E FICA PENDENTE ATE SER CORRIGIDA PARA OUTRA FORMA OU
      * REDIGITADA NO CAIXA.
       0150-VALIDAR-FORMA-REPROC     SECTION.
           MOVE "N" TO WRK-FORMA-VALIDA.
           EVALUATE WRK-FORMA-PGTO
           IF WRK-FORMA-PGTO EQUAL "D" OR WRK-FORMA-PGTO EQUAL "C"
                   OR WRK-FORMA-PGTO EQUAL "P"
               MOVE "S" TO WRK-FORMA-VALIDA
           ELSE
           IF WRK-FORMA-PGTO EQUAL "A" OR WRK-FORMA-PGTO EQUAL "a"
               MOVE "A" TO WRK-FORMA-PGTO
               MOVE "VENDA A PRAZO - REDIGITAR NO CAIXA" TO
                       WRK-MOTIVO-REJ
           ELSE
               MOVE "FORMA DE PAGAMENTO INVALIDA" TO WRK-MOTIVO-REJ
           END-IF
           END-IF.

      * MESMA VALIDACAO DE OPERADOR DO PROG-VENDAS: CODIGO EM
           MOVE WRK-VALOR TO REG-VENDA-VALOR-UNIT.
           MOVE WRK-VALOR-LINHA TO REG-VENDA-VALOR.
           MOVE WRK-VALOR-ICMS TO REG-VENDA-VALOR-ICMS.
           MOVE WRK-CUSTO-UNIT TO REG-VENDA-CUSTO-UNIT.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE WRK-HORA-COMPLETA(1:6) TO REG-VENDA-HORA.
           MOVE WRK-OPERADOR TO REG-VENDA-OPERADOR.
           MOVE WRK-FORMA-PGTO TO REG-VENDA-FORMA-PGTO.
      * A VENDA REPROCESSADA CONTINUA PERTENCENDO AO LOTE DE ONDE O
      * REJEITADO VEIO, PARA A RECONCILIACAO DO LOTE SEGUIR BATENDO
      * DEPOIS QUE ELE SAI DE REJEITADOS.DAT.
           MOVE REJ-NUM-LOTE TO REG-VENDA-NUM-LOTE.
           ADD 1 TO WRK-NUM-TRANSACAO.
           MOVE WRK-NUM-TRANSACAO TO REG-VENDA-NUM-TRANSACAO.
           MOVE 1 TO REG-VENDA-NUM-ITEM.
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE WRK-NUM-TRANSACAO TO MOV-NUM-TRANSACAO.
           MOVE PROD-QTDE-ESTOQUE TO MOV-ESTOQUE-APOS.
           MOVE WRK-CUSTO-UNIT TO MOV-CUSTO-UNIT.
           WRITE REG-MOVIMENTO.
           IF WRK-MOV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR MOVIMENTOS.DAT - STATUS: "
           MOVE WRK-FORMA-PGTO TO PEND-FORMA-PGTO.
           MOVE WRK-MOTIVO-REJ TO PEND-MOTIVO.
           MOVE WRK-OPERADOR TO PEND-OPERADOR.
           MOVE REJ-COD-CLIENTE TO PEND-COD-CLIENTE.
           MOVE REJ-NUM-LOTE TO PEND-NUM-LOTE.
           WRITE REG-REJ-PENDENTE.
           IF WRK-PEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR " WRK-NOME-TEMP " - STATUS: "
                                           REJ-FORMA-PGTO
                                   MOVE PEND-MOTIVO TO REJ-MOTIVO
                                   MOVE PEND-OPERADOR TO REJ-OPERADOR
                                   MOVE PEND-COD-CLIENTE TO
                                           REJ-COD-CLIENTE
                                   MOVE PEND-NUM-LOTE TO REJ-NUM-LOTE
                                   WRITE REG-REJEITADO
                                   IF WRK-REJ-STATUS NOT EQUAL "00"
                                       DISPLAY "ERRO AO GRAVAR "
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
               MOVE "PROG-REPROC" TO SEG-PROGRAMA
               MOVE WRK-RESPONSAVEL TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
