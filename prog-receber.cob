       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-RECEBER.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONTAS A RECEBER DAS VENDAS A PRAZO - BAIXA
      *                DE PAGAMENTOS DE CLIENTES CONTRA OS TITULOS
      *                EM ABERTO (RECEBER.DAT), EXTRATO MENSAL POR
      *                CLIENTE A PARTIR DO RAZAO (RECEBER-MOV.DAT) E
      *                RELATORIO DE AGING DOS SALDOS EM ABERTO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: OS TITULOS SAO ABERTOS PELO PROG-VENDAS, UM
      *                POR CUPOM A PRAZO. O PAGAMENTO PODE BAIXAR UM
      *                TITULO INDICADO OU, COM TITULO 0, OS TITULOS
      *                MAIS ANTIGOS PRIMEIRO ATE ESGOTAR O VALOR.
      *                CADA PAGAMENTO ENTRA NO RAZAO, ABATE O SALDO
      *                DEVEDOR DO CLIENTE E GERA UM REGISTRO "R" EM
      *                CONTABIL.DAT COM A FORMA EM QUE O CLIENTE
      *                PAGOU. O AGING CLASSIFICA O SALDO DE CADA
      *                TITULO PELOS DIAS DESDE A EMISSAO: CORRENTE
      *                (ATE 30), 31-60, 61-90 E ACIMA DE 90. O
      *                OPERADOR ENTRA COM CODIGO E SENHA. COM O MES
      *                CORRENTE FECHADO NO PROG-FECHAMES O PAGAMENTO
      *                E RECUSADO; EXTRATO E AGING CONTINUAM.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE
               ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT RECEBER-FILE
               ASSIGN TO "RECEBER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT RECEBER-MOV
               ASSIGN TO "RECEBER-MOV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LCR-STATUS.

           SELECT CONTABIL-FILE
               ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CTB-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT PERIODOS-FILE
               ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-ANO-MES
               FILE STATUS IS WRK-PER-STATUS.

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
       FD  CLIENTES-FILE.
           COPY "clireg.cpy".

       FD  RECEBER-FILE.
           COPY "recreg.cpy".

       FD  RECEBER-MOV.
           COPY "lcrreg.cpy".

       FD  CONTABIL-FILE.
           COPY "contareg.cpy".

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  PERIODOS-FILE.
           COPY "perreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  RELATORIO-FILE.
       01  REG-RELATORIO PIC X(132).

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-CLI-STATUS PIC X(02) VALUE SPACES.
       77 WRK-REC-STATUS PIC X(02) VALUE SPACES.
       77 WRK-LCR-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CTB-STATUS PIC X(02) VALUE SPACES.
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
       77 WRK-COD-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-CLIENTE-OK PIC X(01) VALUE "N".
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-NUM-TITULO PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-PAGTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-RESTANTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-BAIXA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-APLICADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-TITULO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONT-ABERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-FORMA-PGTO PIC X(01) VALUE SPACES.
       77 WRK-FORMA-VALIDA PIC X(01) VALUE "N".
       77 WRK-DESC-FORMA PIC X(10) VALUE SPACES.
       77 WRK-MES-EXTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-MES-VALIDO PIC X(01) VALUE "N".
       77 WRK-SALDO-EXTRATO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-COMPRAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTORNOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PAGTOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONT-LANC-MES PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-CLIENTE-ANTERIOR PIC X(06) VALUE SPACES.
       77 WRK-CONT-CLI-AGING PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-PAGTOS PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MES-VERIFICAR PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FECHADO PIC X(01) VALUE "N".
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
       77 WRK-SUFIXO-REL PIC X(20) VALUE SPACES.
       77 WRK-TITULO-REL PIC X(40) VALUE SPACES.
       77 WRK-LIN-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-POR-PAGINA PIC 9(02) VALUE 56.

       01 WRK-DATA-LANC PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LANC-R REDEFINES WRK-DATA-LANC.
           05 WRK-LANC-AAAAMM        PIC 9(06).
           05 WRK-LANC-DD            PIC 9(02).

       01 WRK-MES-EXTRATO-R.
           05 WRK-EXT-AAAA           PIC 9(04).
           05 WRK-EXT-MM             PIC 9(02).

      * FAIXAS DE AGING: 1 = CORRENTE (ATE 30 DIAS DA EMISSAO),
      * 2 = 31 A 60, 3 = 61 A 90, 4 = ACIMA DE 90. A LINHA DO
      * CLIENTE E O TOTAL GERAL USAM A MESMA ESTRUTURA.
       01 WRK-AGING-CLIENTE.
           05 AGC-FAIXA              PIC S9(11)V99 OCCURS 4 TIMES.
           05 AGC-TOTAL              PIC S9(11)V99.
       01 WRK-AGING-GERAL.
           05 AGG-FAIXA              PIC S9(11)V99 OCCURS 4 TIMES.
           05 AGG-TOTAL              PIC S9(11)V99.
       77 WRK-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-I PIC 9(01) VALUE ZEROS.

       01 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR2-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-VALOR3-ED PIC ZZZ.ZZZ.ZZ9,99-.
       01 WRK-CONT-ED PIC ZZ.ZZ9.
       01 WRK-DATA-ED PIC 9999/99/99.
       01 WRK-DATA2-ED PIC 9999/99/99.
       01 WRK-DIAS-ED PIC ZZZZ9-.
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
           CLOSE CLIENTES-FILE.
           CLOSE RECEBER-FILE.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * O CADASTRO DE CLIENTES PRECISA EXISTIR (PROG-CLIMNT O CRIA);
      * OS TITULOS SAO CRIADOS AQUI SE AINDA NAO HOUVE VENDA A
      * PRAZO. O RAZAO E O CONTABIL.DAT SAO ABERTOS A CADA USO.
       0010-ABRIR-ARQUIVOS     SECTION.
           OPEN I-O CLIENTES-FILE.
           IF WRK-CLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: CADASTRO DE CLIENTES "
                       "INDISPONIVEL - STATUS: " WRK-CLI-STATUS
               STOP RUN
           END-IF.
           OPEN I-O RECEBER-FILE.
           IF WRK-REC-STATUS EQUAL "35"
               OPEN OUTPUT RECEBER-FILE
               IF WRK-REC-STATUS EQUAL "00"
                   CLOSE RECEBER-FILE
                   OPEN I-O RECEBER-FILE
               END-IF
           END-IF.
           IF WRK-REC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "RECEBER.DAT - STATUS: " WRK-REC-STATUS
               CLOSE CLIENTES-FILE
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
      * LANCAMENTOS DE PAGAMENTO DO RAZAO.
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

      * O PAGAMENTO E DATADO COM A DATA DE HOJE E VAI PARA O
      * RAZAO E PARA O CONTABIL.DAT; SE O MES DELA JA FOI FECHADO NO
      * PROG-FECHAMES (PERIODOS.DAT) O PAGAMENTO E RECUSADO. SEM
      * PERIODOS.DAT NENHUM MES FOI FECHADO.
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
                                   " FECHADO - PAGAMENTO NAO "
                                   "PERMITIDO"
                       END-IF
               END-READ
               CLOSE PERIODOS-FILE
           END-IF.

       0100-MENU     SECTION.
           DISPLAY "=-=-=-==-=-=-==-=-=-=-=-=-=-=-=".
           DISPLAY "CONTAS A RECEBER - VENDAS A PRAZO".
           DISPLAY "1 - REGISTRAR PAGAMENTO DE CLIENTE".
           DISPLAY "2 - EXTRATO MENSAL DE CLIENTE".
           DISPLAY "3 - RELATORIO DE AGING".
           DISPLAY "4 - ENCERRAR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM 0040-VERIFICAR-PERIODO
                   IF WRK-PERIODO-FECHADO EQUAL "N"
                       PERFORM 0200-REGISTRAR-PAGAMENTO
                   END-IF
               WHEN "2"
                   PERFORM 0300-EXTRATO-MENSAL
               WHEN "3"
                   PERFORM 0400-RELATORIO-AGING
               WHEN "4"
                   MOVE "S" TO WRK-ENCERRAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0150-LER-CLIENTE     SECTION.
           MOVE "N" TO WRK-CLIENTE-OK.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT WRK-COD-CLIENTE.
           MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: " WRK-COD-CLIENTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLIENTE-OK
                   DISPLAY "CLIENTE: " CLI-NOME
                   IF CLI-INATIVO
                       DISPLAY "(CLIENTE INATIVO)"
                   END-IF
           END-READ.

      * POSICIONA NO PRIMEIRO TITULO DO CLIENTE; A LEITURA SEGUE
      * COM 0160-PROXIMO-TITULO ATE MUDAR O CLIENTE.
       0155-POSICIONAR-TITULOS     SECTION.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-COD-CLIENTE TO REC-COD-CLIENTE.
           MOVE ZEROS TO REC-NUM-TITULO.
           START RECEBER-FILE KEY NOT LESS REC-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

       0160-PROXIMO-TITULO     SECTION.
           READ RECEBER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF REC-COD-CLIENTE NOT EQUAL WRK-COD-CLIENTE
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   ELSE
                       COMPUTE WRK-SALDO-TITULO = REC-VALOR-ORIGINAL
                               - REC-VALOR-ESTORNADO - REC-VALOR-PAGO
                   END-IF
           END-READ.

      * PAGAMENTO DE CLIENTE: MOSTRA OS TITULOS EM ABERTO, PEDE O
      * VALOR, A FORMA E O TITULO A BAIXAR (0 = MAIS ANTIGOS
      * PRIMEIRO). O VALOR NAO PODE PASSAR DO QUE ESTA EM ABERTO.
       0200-REGISTRAR-PAGAMENTO     SECTION.
           PERFORM 0150-LER-CLIENTE.
           IF WRK-CLIENTE-OK EQUAL "S"
               PERFORM 0210-LISTAR-TITULOS
               IF WRK-CONT-ABERTOS EQUAL ZEROS
                   DISPLAY "CLIENTE SEM TITULOS EM ABERTO"
               ELSE
                   DISPLAY "VALOR RECEBIDO (0 = CANCELAR): "
                   ACCEPT WRK-VALOR-PAGTO
                   IF WRK-VALOR-PAGTO EQUAL ZEROS
                       DISPLAY "PAGAMENTO CANCELADO"
                   ELSE
                   IF WRK-VALOR-PAGTO > WRK-TOT-ABERTO
                       MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED
                       DISPLAY "VALOR MAIOR QUE O SALDO EM ABERTO: "
                               WRK-VALOR-ED
                   ELSE
                       PERFORM 0220-PEDIR-FORMA
                       DISPLAY "TITULO A BAIXAR (0 = MAIS ANTIGOS "
                               "PRIMEIRO): "
                       ACCEPT WRK-NUM-TITULO
                       PERFORM 0230-BAIXAR-PAGAMENTO
                   END-IF
                   END-IF
               END-IF
           END-IF.

       0210-LISTAR-TITULOS     SECTION.
           MOVE ZEROS TO WRK-CONT-ABERTOS.
           MOVE ZEROS TO WRK-TOT-ABERTO.
           PERFORM 0155-POSICIONAR-TITULOS.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               PERFORM 0160-PROXIMO-TITULO
               IF WRK-FIM-ARQUIVO NOT EQUAL "S" AND REC-ABERTO
                   ADD 1 TO WRK-CONT-ABERTOS
                   ADD WRK-SALDO-TITULO TO WRK-TOT-ABERTO
                   MOVE REC-DATA-EMISSAO TO WRK-DATA-ED
                   MOVE REC-DATA-VENCIMENTO TO WRK-DATA2-ED
                   MOVE WRK-SALDO-TITULO TO WRK-VALOR-ED
                   DISPLAY "TITULO: " REC-NUM-TITULO
                           " EMISSAO: " WRK-DATA-ED
                           " VENCIMENTO: " WRK-DATA2-ED
                           " SALDO: " WRK-VALOR-ED
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           MOVE WRK-CONT-ABERTOS TO WRK-CONT-ED.
           DISPLAY "TITULOS EM ABERTO: " WRK-CONT-ED
                   " TOTAL: " WRK-VALOR-ED.

       0220-PEDIR-FORMA     SECTION.
           MOVE "N" TO WRK-FORMA-VALIDA.
           PERFORM UNTIL WRK-FORMA-VALIDA EQUAL "S"
               DISPLAY "FORMA DO PAGAMENTO (D=DINHEIRO, C=CARTAO, "
                       "P=PIX): "
               ACCEPT WRK-FORMA-PGTO
               EVALUATE WRK-FORMA-PGTO
                   WHEN "d"
                       MOVE "D" TO WRK-FORMA-PGTO
                   WHEN "c"
                       MOVE "C" TO WRK-FORMA-PGTO
                   WHEN "p"
                       MOVE "P" TO WRK-FORMA-PGTO
                   WHEN SPACE
                       MOVE "D" TO WRK-FORMA-PGTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-FORMA-PGTO EQUAL "D" OR
                       WRK-FORMA-PGTO EQUAL "C" OR
                       WRK-FORMA-PGTO EQUAL "P"
                   MOVE "S" TO WRK-FORMA-VALIDA
               ELSE
                   DISPLAY "FORMA DE PAGAMENTO INVALIDA: "
                           WRK-FORMA-PGTO
               END-IF
           END-PERFORM.

      * APLICA O VALOR RECEBIDO AO TITULO INDICADO OU, COM TITULO
      * 0, AOS TITULOS EM ABERTO NA ORDEM DA CHAVE (EMISSAO). O
      * RAZAO RECEBE UM LANCAMENTO "P" POR TITULO BAIXADO; O SALDO
      * DO CLIENTE E O CONTABIL.DAT RECEBEM O TOTAL APLICADO.
       0230-BAIXAR-PAGAMENTO     SECTION.
           MOVE WRK-VALOR-PAGTO TO WRK-VALOR-RESTANTE.
           MOVE ZEROS TO WRK-VALOR-APLICADO.
           MOVE ZEROS TO WRK-CONT-BAIXADOS.
           OPEN EXTEND RECEBER-MOV.
           IF WRK-LCR-STATUS NOT EQUAL "00"
               OPEN OUTPUT RECEBER-MOV
           END-IF.
           IF WRK-LCR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO: RECEBER-MOV.DAT INDISPONIVEL - STATUS: "
                       WRK-LCR-STATUS " - PAGAMENTO NAO REGISTRADO"
               MOVE WRK-LCR-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               IF WRK-NUM-TITULO EQUAL ZEROS
                   PERFORM 0155-POSICIONAR-TITULOS
                   PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                           OR WRK-VALOR-RESTANTE EQUAL ZEROS
                       PERFORM 0160-PROXIMO-TITULO
                       IF WRK-FIM-ARQUIVO NOT EQUAL "S" AND
                               REC-ABERTO AND WRK-SALDO-TITULO > 0
                           PERFORM 0240-BAIXAR-TITULO
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WRK-COD-CLIENTE TO REC-COD-CLIENTE
                   MOVE WRK-NUM-TITULO TO REC-NUM-TITULO
                   READ RECEBER-FILE
                       INVALID KEY
                           DISPLAY "TITULO NAO ENCONTRADO PARA O "
                                   "CLIENTE: " WRK-NUM-TITULO
                       NOT INVALID KEY
                           COMPUTE WRK-SALDO-TITULO =
                                   REC-VALOR-ORIGINAL
                                   - REC-VALOR-ESTORNADO
                                   - REC-VALOR-PAGO
                           IF NOT REC-ABERTO OR
                                   WRK-SALDO-TITULO NOT > 0
                               DISPLAY "TITULO JA QUITADO: "
                                       WRK-NUM-TITULO
                           ELSE
                           IF WRK-VALOR-RESTANTE > WRK-SALDO-TITULO
                               MOVE WRK-SALDO-TITULO TO WRK-VALOR-ED
                               DISPLAY "VALOR MAIOR QUE O SALDO DO "
                                       "TITULO: " WRK-VALOR-ED
                           ELSE
                               PERFORM 0240-BAIXAR-TITULO
                           END-IF
                           END-IF
                   END-READ
               END-IF
               CLOSE RECEBER-MOV
           END-IF.
           IF WRK-VALOR-APLICADO > ZEROS
               PERFORM 0250-ABATER-SALDO-CLIENTE
               PERFORM 0260-EXPORTAR-RECEBIMENTO
               ADD 1 TO WRK-CONT-PAGTOS
               MOVE WRK-VALOR-APLICADO TO WRK-VALOR-ED
               MOVE WRK-CONT-BAIXADOS TO WRK-CONT-ED
               DISPLAY "PAGAMENTO REGISTRADO: " WRK-VALOR-ED
                       " EM " WRK-CONT-ED " TITULO(S)"
           ELSE
               DISPLAY "NENHUM TITULO BAIXADO"
           END-IF.

       0240-BAIXAR-TITULO     SECTION.
           IF WRK-VALOR-RESTANTE < WRK-SALDO-TITULO
               MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-BAIXA
           ELSE
               MOVE WRK-SALDO-TITULO TO WRK-VALOR-BAIXA
           END-IF.
           ADD WRK-VALOR-BAIXA TO REC-VALOR-PAGO.
           MOVE WRK-DATA-HOJE TO REC-DATA-ULT-PAGTO.
           IF WRK-VALOR-BAIXA EQUAL WRK-SALDO-TITULO
               MOVE "Q" TO REC-SITUACAO
           END-IF.
           REWRITE REG-RECEBER.
           IF WRK-REC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR RECEBER.DAT - TITULO: "
                       REC-NUM-TITULO " STATUS: " WRK-REC-STATUS
               MOVE WRK-REC-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               SUBTRACT WRK-VALOR-BAIXA FROM WRK-VALOR-RESTANTE
               ADD WRK-VALOR-BAIXA TO WRK-VALOR-APLICADO
               ADD 1 TO WRK-CONT-BAIXADOS
               ACCEPT WRK-HORA-COMPLETA FROM TIME
               INITIALIZE REG-LANC-RECEBER
               MOVE WRK-DATA-HOJE TO LCR-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO LCR-HORA
               MOVE WRK-COD-CLIENTE TO LCR-COD-CLIENTE
               MOVE REC-NUM-TITULO TO LCR-NUM-TITULO
               MOVE "P" TO LCR-TIPO
               MOVE WRK-VALOR-BAIXA TO LCR-VALOR
               MOVE WRK-FORMA-PGTO TO LCR-FORMA-PGTO
               MOVE WRK-OPERADOR TO LCR-OPERADOR
               WRITE REG-LANC-RECEBER
               IF WRK-LCR-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO GRAVAR RECEBER-MOV.DAT - STATUS: "
                           WRK-LCR-STATUS
                   MOVE WRK-LCR-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               END-IF
           END-IF.

       0250-ABATER-SALDO-CLIENTE     SECTION.
           MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "AVISO: CLIENTE NAO ENCONTRADO PARA "
                           "ATUALIZAR SALDO: " WRK-COD-CLIENTE
               NOT INVALID KEY
                   SUBTRACT WRK-VALOR-APLICADO FROM CLI-SALDO-DEVEDOR
                   REWRITE REG-CLIENTE
                   IF WRK-CLI-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO REGRAVAR CLIENTES.DAT - "
                               "STATUS: " WRK-CLI-STATUS
                       MOVE WRK-CLI-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   END-IF
           END-READ.

      * O RECEBIMENTO ENTRA NO FEED CONTABIL COMO REGISTRO "R",
      * SEPARADO DAS VENDAS DO DIA: A CONTABILIDADE BAIXA CONTAS A
      * RECEBER DE CLIENTES CONTRA CAIXA OU RECEBIVEIS DE
      * CARTAO/PIX CONFORME CTB-FORMA-PGTO.
       0260-EXPORTAR-RECEBIMENTO     SECTION.
           OPEN EXTEND CONTABIL-FILE.
           IF WRK-CTB-STATUS NOT EQUAL "00"
               OPEN OUTPUT CONTABIL-FILE
           END-IF.
           IF WRK-CTB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR CONTABIL.DAT - STATUS: "
                       WRK-CTB-STATUS
               MOVE WRK-CTB-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
           ELSE
               INITIALIZE REG-CONTABIL
               MOVE "R" TO CTB-TIPO-REG
               MOVE WRK-DATA-HOJE TO CTB-DATA
               MOVE WRK-FORMA-PGTO TO CTB-FORMA-PGTO
               MOVE WRK-COD-CLIENTE TO CTB-COD-PRODUTO
               MOVE "RECEBIMENTO DE CLIENTE" TO CTB-DESCRICAO
               MOVE WRK-CONT-BAIXADOS TO CTB-QTDE
               MOVE WRK-VALOR-APLICADO TO CTB-VALOR-BRUTO
               MOVE ZEROS TO CTB-VALOR-ICMS
               MOVE WRK-VALOR-APLICADO TO CTB-VALOR-LIQUIDO
               WRITE REG-CONTABIL
               IF WRK-CTB-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO GRAVAR CONTABIL.DAT - STATUS: "
                           WRK-CTB-STATUS
                   MOVE WRK-CTB-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
               END-IF
               CLOSE CONTABIL-FILE
           END-IF.

      * EXTRATO DO MES: SALDO ANTERIOR (TUDO O QUE FOI LANCADO ANTES
      * DO MES), OS LANCAMENTOS DO MES EM ORDEM DE GRAVACAO, OS
      * TOTAIS E O SALDO FINAL, SEGUIDOS DOS TITULOS AINDA EM
      * ABERTO. SAI EM EXTRATO-<CLIENTE>-AAAAMM.REL.
       0300-EXTRATO-MENSAL     SECTION.
           PERFORM 0150-LER-CLIENTE.
           IF WRK-CLIENTE-OK EQUAL "S"
               MOVE "N" TO WRK-MES-VALIDO
               PERFORM UNTIL WRK-MES-VALIDO EQUAL "S"
                   DISPLAY "MES DO EXTRATO (AAAAMM): "
                   ACCEPT WRK-MES-EXTRATO
                   MOVE WRK-MES-EXTRATO TO WRK-MES-EXTRATO-R
                   IF WRK-EXT-MM < 1 OR WRK-EXT-MM > 12 OR
                           WRK-EXT-AAAA < 2000
                       DISPLAY "MES INVALIDO: " WRK-MES-EXTRATO
                   ELSE
                       MOVE "S" TO WRK-MES-VALIDO
                   END-IF
               END-PERFORM
               MOVE "EXTRATO-" TO WRK-PREFIXO-REL
               MOVE SPACES TO WRK-SUFIXO-REL
               STRING WRK-COD-CLIENTE DELIMITED BY SPACE
                       "-" DELIMITED BY SIZE
                       WRK-MES-EXTRATO DELIMITED BY SIZE
                       INTO WRK-SUFIXO-REL
               MOVE "EXTRATO MENSAL DE CLIENTE" TO WRK-TITULO-REL
               PERFORM 0810-ABRIR-RELATORIO
               STRING "CLIENTE: " DELIMITED BY SIZE
                       CLI-CODIGO DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       CLI-NOME DELIMITED BY SIZE
                       "  MES: " DELIMITED BY SIZE
                       WRK-EXT-MM DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WRK-EXT-AAAA DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               MOVE CLI-LIMITE-CREDITO TO WRK-VALOR-ED
               MOVE CLI-SALDO-DEVEDOR TO WRK-VALOR2-ED
               STRING "LIMITE DE CREDITO: " DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       "  SALDO DEVEDOR ATUAL: " DELIMITED BY SIZE
                       WRK-VALOR2-ED DELIMITED BY SIZE
                       INTO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
               PERFORM 0820-GRAVAR-LINHA-REL
               PERFORM 0310-LANCAMENTOS-EXTRATO
               PERFORM 0820-GRAVAR-LINHA-REL
               PERFORM 0330-TITULOS-EXTRATO
               PERFORM 0840-ENCERRAR-RELATORIO
           END-IF.

       0310-LANCAMENTOS-EXTRATO     SECTION.
           MOVE ZEROS TO WRK-SALDO-EXTRATO.
           MOVE ZEROS TO WRK-TOT-COMPRAS.
           MOVE ZEROS TO WRK-TOT-ESTORNOS.
           MOVE ZEROS TO WRK-TOT-PAGTOS.
           MOVE ZEROS TO WRK-CONT-LANC-MES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECEBER-MOV.
           IF WRK-LCR-STATUS NOT EQUAL "00"
               MOVE "S" TO WRK-FIM-ARQUIVO
               IF WRK-LCR-STATUS NOT EQUAL "35"
                   DISPLAY "AVISO: RECEBER-MOV.DAT INDISPONIVEL - "
                           "STATUS: " WRK-LCR-STATUS
               END-IF
           END-IF.
      * O SALDO ANTERIOR SO E CONHECIDO DEPOIS DE LER OS LANCAMENTOS
      * ANTERIORES AO MES; COMO O RAZAO ESTA EM ORDEM DE GRAVACAO, A
      * PRIMEIRA PASSADA APURA O SALDO ANTERIOR E A SEGUNDA LISTA O
      * MES.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ RECEBER-MOV
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE LCR-DATA TO WRK-DATA-LANC
                       IF LCR-COD-CLIENTE EQUAL WRK-COD-CLIENTE AND
                               WRK-LANC-AAAAMM < WRK-MES-EXTRATO
                           IF LCR-TIPO-VENDA
                               ADD LCR-VALOR TO WRK-SALDO-EXTRATO
                           ELSE
                               SUBTRACT LCR-VALOR FROM
                                       WRK-SALDO-EXTRATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-LCR-STATUS EQUAL "00" OR WRK-LCR-STATUS EQUAL "10"
               CLOSE RECEBER-MOV
           END-IF.
           MOVE WRK-SALDO-EXTRATO TO WRK-VALOR-ED.
           STRING "SALDO ANTERIOR" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           MOVE WRK-VALOR-ED TO WRK-LINHA(70:15).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "DATA" TO WRK-LINHA(1:4).
           MOVE "LANCAMENTO" TO WRK-LINHA(12:10).
           MOVE "TITULO" TO WRK-LINHA(26:6).
           MOVE "FORMA" TO WRK-LINHA(34:5).
           MOVE "DEBITO" TO WRK-LINHA(49:6).
           MOVE "CREDITO" TO WRK-LINHA(62:7).
           MOVE "SALDO" TO WRK-LINHA(80:5).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA(1:84).
           PERFORM 0820-GRAVAR-LINHA-REL.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECEBER-MOV.
           IF WRK-LCR-STATUS NOT EQUAL "00"
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ RECEBER-MOV
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE LCR-DATA TO WRK-DATA-LANC
                       IF LCR-COD-CLIENTE EQUAL WRK-COD-CLIENTE AND
                               WRK-LANC-AAAAMM EQUAL WRK-MES-EXTRATO
                           PERFORM 0320-LINHA-EXTRATO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-LCR-STATUS EQUAL "00" OR WRK-LCR-STATUS EQUAL "10"
               CLOSE RECEBER-MOV
           END-IF.

           MOVE ALL "-" TO WRK-LINHA(1:84).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-COMPRAS TO WRK-VALOR-ED.
           MOVE "COMPRAS A PRAZO NO MES" TO WRK-LINHA.
           MOVE WRK-VALOR-ED TO WRK-LINHA(44:15).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-ESTORNOS TO WRK-VALOR-ED.
           MOVE "ESTORNOS NO MES" TO WRK-LINHA.
           MOVE WRK-VALOR-ED TO WRK-LINHA(57:15).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-TOT-PAGTOS TO WRK-VALOR-ED.
           MOVE "PAGAMENTOS NO MES" TO WRK-LINHA.
           MOVE WRK-VALOR-ED TO WRK-LINHA(57:15).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-SALDO-EXTRATO TO WRK-VALOR-ED.
           MOVE "SALDO FINAL DO MES" TO WRK-LINHA.
           MOVE WRK-VALOR-ED TO WRK-LINHA(70:15).
           PERFORM 0820-GRAVAR-LINHA-REL.
           IF WRK-CONT-LANC-MES EQUAL ZEROS
               MOVE "NENHUM LANCAMENTO NO MES" TO WRK-LINHA
               PERFORM 0820-GRAVAR-LINHA-REL
           END-IF.

       0320-LINHA-EXTRATO     SECTION.
           ADD 1 TO WRK-CONT-LANC-MES.
           MOVE LCR-DATA TO WRK-DATA-ED.
           MOVE WRK-DATA-ED TO WRK-LINHA(1:10).
           MOVE LCR-NUM-TITULO TO WRK-LINHA(26:7).
           MOVE LCR-VALOR TO WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN LCR-TIPO-VENDA
                   MOVE "COMPRA" TO WRK-LINHA(12:12)
                   ADD LCR-VALOR TO WRK-SALDO-EXTRATO
                   ADD LCR-VALOR TO WRK-TOT-COMPRAS
                   MOVE WRK-VALOR-ED TO WRK-LINHA(44:15)
               WHEN LCR-TIPO-ESTORNO
                   MOVE "ESTORNO" TO WRK-LINHA(12:12)
                   SUBTRACT LCR-VALOR FROM WRK-SALDO-EXTRATO
                   ADD LCR-VALOR TO WRK-TOT-ESTORNOS
                   MOVE WRK-VALOR-ED TO WRK-LINHA(57:15)
               WHEN OTHER
                   MOVE "PAGAMENTO" TO WRK-LINHA(12:12)
                   SUBTRACT LCR-VALOR FROM WRK-SALDO-EXTRATO
                   ADD LCR-VALOR TO WRK-TOT-PAGTOS
                   MOVE WRK-VALOR-ED TO WRK-LINHA(57:15)
                   PERFORM 0325-DESCREVER-FORMA
                   MOVE WRK-DESC-FORMA TO WRK-LINHA(34:10)
           END-EVALUATE.
           MOVE WRK-SALDO-EXTRATO TO WRK-VALOR2-ED.
           MOVE WRK-VALOR2-ED TO WRK-LINHA(70:15).
           PERFORM 0820-GRAVAR-LINHA-REL.

       0325-DESCREVER-FORMA     SECTION.
           EVALUATE LCR-FORMA-PGTO
               WHEN "D"
                   MOVE "DINHEIRO" TO WRK-DESC-FORMA
               WHEN "C"
                   MOVE "CARTAO" TO WRK-DESC-FORMA
               WHEN "P"
                   MOVE "PIX" TO WRK-DESC-FORMA
               WHEN OTHER
                   MOVE "OUTROS" TO WRK-DESC-FORMA
           END-EVALUATE.

       0330-TITULOS-EXTRATO     SECTION.
           MOVE "TITULOS EM ABERTO NESTA DATA" TO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ZEROS TO WRK-CONT-ABERTOS.
           MOVE ZEROS TO WRK-TOT-ABERTO.
           PERFORM 0155-POSICIONAR-TITULOS.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               PERFORM 0160-PROXIMO-TITULO
               IF WRK-FIM-ARQUIVO NOT EQUAL "S" AND REC-ABERTO
                   ADD 1 TO WRK-CONT-ABERTOS
                   ADD WRK-SALDO-TITULO TO WRK-TOT-ABERTO
                   COMPUTE WRK-DIAS =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                           FUNCTION INTEGER-OF-DATE(
                               REC-DATA-VENCIMENTO)
                   MOVE REC-DATA-EMISSAO TO WRK-DATA-ED
                   MOVE REC-DATA-VENCIMENTO TO WRK-DATA2-ED
                   MOVE WRK-SALDO-TITULO TO WRK-VALOR-ED
                   STRING "TITULO: " DELIMITED BY SIZE
                           REC-NUM-TITULO DELIMITED BY SIZE
                           "  EMISSAO: " DELIMITED BY SIZE
                           WRK-DATA-ED DELIMITED BY SIZE
                           "  VENCIMENTO: " DELIMITED BY SIZE
                           WRK-DATA2-ED DELIMITED BY SIZE
                           INTO WRK-LINHA
                   IF WRK-DIAS > 0
                       MOVE WRK-DIAS TO WRK-DIAS-ED
                       STRING "  VENCIDO HA " DELIMITED BY SIZE
                               WRK-DIAS-ED DELIMITED BY SIZE
                               " DIAS" DELIMITED BY SIZE
                               INTO WRK-LINHA(52:24)
                   END-IF
                   MOVE WRK-VALOR-ED TO WRK-LINHA(76:15)
                   PERFORM 0820-GRAVAR-LINHA-REL
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           MOVE WRK-CONT-ABERTOS TO WRK-CONT-ED.
           STRING "TOTAL EM ABERTO (" DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   " TITULOS)" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           MOVE WRK-VALOR-ED TO WRK-LINHA(76:15).
           PERFORM 0820-GRAVAR-LINHA-REL.

      * AGING: PERCORRE TODOS OS TITULOS EM ORDEM DE CHAVE (CLIENTE
      * + TITULO) E QUEBRA POR CLIENTE, DISTRIBUINDO O SALDO DE CADA
      * TITULO EM ABERTO NA FAIXA DOS DIAS DESDE A EMISSAO. CLIENTE
      * COM SALDO ACIMA DO LIMITE SAI MARCADO COM "*".
       0400-RELATORIO-AGING     SECTION.
           MOVE "AGING-" TO WRK-PREFIXO-REL.
           MOVE WRK-DATA-HOJE TO WRK-SUFIXO-REL.
           MOVE "AGING DE CONTAS A RECEBER" TO WRK-TITULO-REL.
           PERFORM 0810-ABRIR-RELATORIO.
           MOVE "CLIENTE" TO WRK-LINHA(1:7).
           MOVE "NOME" TO WRK-LINHA(9:4).
           MOVE "CORRENTE 0-30" TO WRK-LINHA(42:13).
           MOVE "31-60 DIAS" TO WRK-LINHA(60:10).
           MOVE "61-90 DIAS" TO WRK-LINHA(75:10).
           MOVE "ACIMA DE 90" TO WRK-LINHA(89:11).
           MOVE "TOTAL" TO WRK-LINHA(110:5).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE ALL "-" TO WRK-LINHA(1:116).
           PERFORM 0820-GRAVAR-LINHA-REL.
           INITIALIZE WRK-AGING-CLIENTE.
           INITIALIZE WRK-AGING-GERAL.
           MOVE ZEROS TO WRK-CONT-CLI-AGING.
           MOVE SPACES TO WRK-CLIENTE-ANTERIOR.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO REC-CHAVE.
           START RECEBER-FILE KEY NOT LESS REC-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               READ RECEBER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF REC-ABERTO
                           PERFORM 0410-ACUMULAR-TITULO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-CLIENTE-ANTERIOR NOT EQUAL SPACES
               PERFORM 0420-LINHA-CLIENTE
           END-IF.
           MOVE ALL "-" TO WRK-LINHA(1:116).
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE WRK-CONT-CLI-AGING TO WRK-CONT-ED.
           STRING "TOTAL GERAL (" DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   " CLIENTES)" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 4
               MOVE AGG-FAIXA(WRK-I) TO WRK-VALOR-ED
               COMPUTE WRK-DIAS = 40 + (WRK-I - 1) * 15
               MOVE WRK-VALOR-ED TO WRK-LINHA(WRK-DIAS:15)
           END-PERFORM.
           MOVE AGG-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA(100:15).
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0820-GRAVAR-LINHA-REL.
           MOVE "* SALDO EM ABERTO ACIMA DO LIMITE DE CREDITO" TO
                   WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.
           PERFORM 0840-ENCERRAR-RELATORIO.

       0410-ACUMULAR-TITULO     SECTION.
           IF REC-COD-CLIENTE NOT EQUAL WRK-CLIENTE-ANTERIOR
               IF WRK-CLIENTE-ANTERIOR NOT EQUAL SPACES
                   PERFORM 0420-LINHA-CLIENTE
               END-IF
               INITIALIZE WRK-AGING-CLIENTE
               MOVE REC-COD-CLIENTE TO WRK-CLIENTE-ANTERIOR
           END-IF.
           COMPUTE WRK-SALDO-TITULO = REC-VALOR-ORIGINAL
                   - REC-VALOR-ESTORNADO - REC-VALOR-PAGO.
           COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(REC-DATA-EMISSAO).
           EVALUATE TRUE
               WHEN WRK-DIAS NOT > 30
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS NOT > 60
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS NOT > 90
                   MOVE 3 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-FAIXA
           END-EVALUATE.
           ADD WRK-SALDO-TITULO TO AGC-FAIXA(WRK-FAIXA).
           ADD WRK-SALDO-TITULO TO AGC-TOTAL.
           ADD WRK-SALDO-TITULO TO AGG-FAIXA(WRK-FAIXA).
           ADD WRK-SALDO-TITULO TO AGG-TOTAL.

       0420-LINHA-CLIENTE     SECTION.
           ADD 1 TO WRK-CONT-CLI-AGING.
           MOVE WRK-CLIENTE-ANTERIOR TO WRK-LINHA(1:6).
           MOVE WRK-CLIENTE-ANTERIOR TO CLI-CODIGO.
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO
                           WRK-LINHA(9:30)
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-LINHA(9:30)
                   IF AGC-TOTAL > CLI-LIMITE-CREDITO
                       MOVE "*" TO WRK-LINHA(116:1)
                   END-IF
           END-READ.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 4
               MOVE AGC-FAIXA(WRK-I) TO WRK-VALOR-ED
               COMPUTE WRK-DIAS = 40 + (WRK-I - 1) * 15
               MOVE WRK-VALOR-ED TO WRK-LINHA(WRK-DIAS:15)
           END-PERFORM.
           MOVE AGC-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO WRK-LINHA(100:15).
           PERFORM 0820-GRAVAR-LINHA-REL.

       0810-ABRIR-RELATORIO     SECTION.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING WRK-PREFIXO-REL DELIMITED BY SPACE
                   WRK-SUFIXO-REL DELIMITED BY SPACE
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
           STRING "PROG-RECEBER - " DELIMITED BY SIZE
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
      * ACEITOS SAO OS PAGAMENTOS REGISTRADOS NA SESSAO.
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
               MOVE "PROG-RECEBER" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "T" TO JRN-MODO
               MOVE WRK-CONT-PAGTOS TO JRN-LIDOS
               MOVE WRK-CONT-PAGTOS TO JRN-ACEITOS
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
               MOVE "PROG-RECEBER" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
