       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-MIGRA.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: CONVERSAO (EXECUCAO UNICA) DOS ARQUIVOS DE
      *                DADOS GRAVADOS NO LAYOUT EM PRODUCAO PARA O
      *                LAYOUT ATUAL DOS COPYBOOKS, QUE GANHOU CAMPOS
      *                NO FIM DO REGISTRO (CUSTO MEDIO, FORNECEDOR,
      *                PERFIL E SENHA DO OPERADOR, HORA, CLIENTE E
      *                LOTE DA VENDA, PEDIDO E CUSTO DO MOVIMENTO).
      *                CADA ARQUIVO E LIDO E REGRAVADO EM *.NEW COM
      *                OS CAMPOS NOVOS EM VALOR INICIAL.
      *==DATA 15/10/2026
      *    ==OBSERVACOES: PROCEDIMENTO DE VIRADA -
      *                1. NO FIM DO EXPEDIENTE, COM NENHUM OUTRO
      *                   PROGRAMA DO SISTEMA RODANDO, FAZER COPIA
      *                   DE SEGURANCA DE TODOS OS *.DAT;
      *                2. EXECUTAR ESTE PROGRAMA UMA UNICA VEZ, COM
      *                   OS ARQUIVOS AINDA NO LAYOUT ANTERIOR (UMA
      *                   SEGUNDA EXECUCAO SOBRE ARQUIVOS JA
      *                   CONVERTIDOS EMBARALHA OS REGISTROS);
      *                3. CONFERIR OS TOTAIS EXIBIDOS (LIDOS =
      *                   GRAVADOS EM CADA ARQUIVO, NENHUM ERRO) E
      *                   RENOMEAR CADA *.NEW PARA O NOME OFICIAL
      *                   (PRODUTOS.NEW -> PRODUTOS.DAT, E ASSIM
      *                   POR DIANTE);
      *                4. O GERADOR DE VENDAS-ENTRADA.DAT PASSA A
      *                   GRAVAR O LOTE COM CABECALHO E TRAILER (VER
      *                   ENTRAREG.CPY). UM VENDAS-ENTRADA.DAT AINDA
      *                   NAO PROCESSADO E CONVERTIDO NUM LOTE
      *                   "CONV" + DATA DE HOJE, ORIGEM CONVERSAO;
      *                5. TODOS OS OPERADORES CONVERTIDOS FICAM COMO
      *                   CAIXA ("C") E SEM SENHA, E SEM SENHA NINGUEM
      *                   ENTRA. ENQUANTO NENHUM GERENTE TIVER SENHA O
      *                   PROG-OPERMNT ENTRA LIBERADO (REGISTRADO NO
      *                   LOG DE SEGURANCA): CADASTRAR NELE O PERFIL
      *                   E A SENHA DOS GERENTES E DEPOIS DOS DEMAIS
      *                   OPERADORES ANTES DE ABRIR O CAIXA;
      *                6. CADASTRAR NO PROG-PRODMNT O FORNECEDOR E O
      *                   LOTE DE COMPRA DOS PRODUTOS - SEM FORNECEDOR
      *                   O PROG-COMPRAS NAO SUGERE O PEDIDO.
      *                O CUSTO MEDIO DOS PRODUTOS PARTE DE ZERO E E
      *                FORMADO PELOS RECEBIMENTOS SEGUINTES NO
      *                PROG-ESTOQUE; AS VENDAS E MOVIMENTOS ANTIGOS
      *                FICAM COM CUSTO ZERO, E O PROG-REL-MARGEM DE
      *                PERIODOS ANTERIORES A VIRADA SAI SEM CUSTO.
      *                VENDAS E REJEITADOS ANTIGOS FICAM SEM HORA,
      *                SEM CLIENTE E SEM LOTE (DIGITADOS NO CAIXA).
      *                OS CAMPOS NOVOS FORAM ACRESCENTADOS NO FIM DO
      *                REGISTRO: A PARTE ANTIGA E COPIADA INTEIRA E
      *                SO OS CAMPOS NOVOS RECEBEM VALOR.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS-ANT
               ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAN-CODIGO
               FILE STATUS IS WRK-PAN-STATUS.

           SELECT PRODUTOS-NOVO
               ASSIGN TO "PRODUTOS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PNO-STATUS.

           SELECT OPERADORES-ANT
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OAN-CODIGO
               FILE STATUS IS WRK-OAN-STATUS.

           SELECT OPERADORES-NOVO
               ASSIGN TO "OPERADORES.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-ONO-STATUS.

           SELECT VENDAS-ANT
               ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAN-CHAVE
               FILE STATUS IS WRK-VAN-STATUS.

           SELECT VENDAS-NOVO
               ASSIGN TO "VENDAS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-VENDA-CHAVE
               FILE STATUS IS WRK-VNO-STATUS.

           SELECT HIST-ANT
               ASSIGN TO "VENDAS-HIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HAN-STATUS.

           SELECT HIST-NOVO
               ASSIGN TO "VENDAS-HIST.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HNO-STATUS.

           SELECT MOVIMENTOS-ANT
               ASSIGN TO "MOVIMENTOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MAN-STATUS.

           SELECT MOVIMENTOS-NOVO
               ASSIGN TO "MOVIMENTOS.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-MNO-STATUS.

           SELECT REJEITADOS-ANT
               ASSIGN TO "REJEITADOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RAN-STATUS.

           SELECT REJEITADOS-NOVO
               ASSIGN TO "REJEITADOS.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RNO-STATUS.

           SELECT ENTRADA-ANT
               ASSIGN TO "VENDAS-ENTRADA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-EAN-STATUS.

           SELECT ENTRADA-NOVO
               ASSIGN TO "VENDAS-ENTRADA.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ENO-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  PRODUTOS-ANT.
       01  REG-PRODUTO-ANT.
           05 PAN-CODIGO             PIC X(10).
           05 PAN-DESCRICAO          PIC X(30).
           05 PAN-PRECO              PIC 9(05)V99.
           05 PAN-PRECO-NOVO         PIC 9(05)V99.
           05 PAN-DATA-PRECO         PIC 9(08).
           05 PAN-QTDE-ESTOQUE       PIC 9(07).
           05 PAN-ESTOQUE-MIN        PIC 9(07).
           05 PAN-PERC-ICMS          PIC 9(02)V99.
           05 PAN-STATUS             PIC X(01).

       FD  PRODUTOS-NOVO.
           COPY "prodmst.cpy".

       FD  OPERADORES-ANT.
       01  REG-OPERADOR-ANT.
           05 OAN-CODIGO             PIC X(06).
           05 OAN-NOME               PIC X(30).
           05 OAN-STATUS             PIC X(01).

       FD  OPERADORES-NOVO.
           COPY "operreg.cpy".

       FD  VENDAS-ANT.
       01  REG-VENDA-ANT.
           05 VAN-CHAVE.
               10 VAN-NUM-TRANSACAO  PIC 9(07).
               10 VAN-NUM-ITEM       PIC 9(03).
           05 VAN-DATA               PIC 9(08).
           05 VAN-COD-PROD           PIC X(10).
           05 VAN-PRODUTO            PIC X(30).
           05 VAN-QTDE               PIC 9(05).
           05 VAN-VALOR-UNIT         PIC 9(05)V99.
           05 VAN-VALOR              PIC 9(09)V99.
           05 VAN-VALOR-ICMS         PIC 9(09)V99.
           05 VAN-OPERADOR           PIC X(06).
           05 VAN-FORMA-PGTO         PIC X(01).
           05 VAN-TIPO               PIC X(01).
           05 VAN-ESTORNO-DE         PIC 9(07).
           05 VAN-SITUACAO           PIC X(01).

       FD  VENDAS-NOVO.
           COPY "vendareg.cpy".

      * O HISTORICO TEM O MESMO LAYOUT DE VENDAS.DAT.
       FD  HIST-ANT.
       01  REG-HIST-ANT              PIC X(108).

       FD  HIST-NOVO.
           COPY "vendareg.cpy" REPLACING
               ==REG-VENDA== BY ==REG-VENDA-HIST==
               LEADING ==REG-VENDA== BY ==HIST==.

       FD  MOVIMENTOS-ANT.
       01  REG-MOVIMENTO-ANT.
           05 MAN-DATA               PIC 9(08).
           05 MAN-HORA               PIC 9(06).
           05 MAN-TIPO               PIC X(01).
           05 MAN-COD-PRODUTO        PIC X(10).
           05 MAN-QTDE               PIC S9(07).
           05 MAN-MOTIVO             PIC X(03).
           05 MAN-OPERADOR           PIC X(06).
           05 MAN-NUM-TRANSACAO      PIC 9(07).
           05 MAN-ESTOQUE-APOS       PIC 9(07).

       FD  MOVIMENTOS-NOVO.
           COPY "movreg.cpy".

       FD  REJEITADOS-ANT.
       01  REG-REJEITADO-ANT.
           05 RAN-DATA               PIC 9(08).
           05 RAN-COD-PRODUTO        PIC X(10).
           05 RAN-VALOR              PIC 9(05)V99.
           05 RAN-QTDE               PIC 9(05).
           05 RAN-FORMA-PGTO         PIC X(01).
           05 RAN-MOTIVO             PIC X(40).
           05 RAN-OPERADOR           PIC X(06).

       FD  REJEITADOS-NOVO.
           COPY "rejreg.cpy".

       FD  ENTRADA-ANT.
       01  REG-ENTRADA-ANT.
           05 EAN-COD-PRODUTO        PIC X(10).
           05 EAN-VALOR              PIC 9(05)V99.
           05 EAN-QTDE               PIC 9(05).
           05 EAN-FORMA-PGTO         PIC X(01).
           05 EAN-OPERADOR           PIC X(06).
           05 EAN-TIPO               PIC X(01).
           05 EAN-ESTORNO-DE         PIC 9(07).

       FD  ENTRADA-NOVO.
           COPY "entrareg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-PAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PNO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ONO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-VNO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HNO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-MNO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RNO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EAN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-ENO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-NOME-ARQUIVO PIC X(20) VALUE SPACES.
       77 WRK-CONT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-ERROS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ERROS PIC 9(07) VALUE ZEROS.
       77 WRK-ENT-QTDE-REG PIC 9(07) VALUE ZEROS.
       77 WRK-ENT-VALOR-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ENT-QTDE-TOTAL PIC 9(09) VALUE ZEROS.
       77 WRK-ENT-VALOR-LINHA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-JRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-JRN-TIPO PIC X(01) VALUE SPACES.
       77 WRK-JRN-TERMINO PIC X(01) VALUE SPACES.
       77 WRK-PIOR-STATUS PIC X(02) VALUE "00".
       77 WRK-STATUS-ERRO PIC X(02) VALUE SPACES.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           DISPLAY "========================================".
           DISPLAY "CONVERSAO DOS ARQUIVOS PARA O LAYOUT ATUAL".
           DISPLAY "========================================".
           PERFORM 0100-CONVERTER-PRODUTOS.
           PERFORM 0200-CONVERTER-OPERADORES.
           PERFORM 0300-CONVERTER-VENDAS.
           PERFORM 0400-CONVERTER-HISTORICO.
           PERFORM 0500-CONVERTER-MOVIMENTOS.
           PERFORM 0600-CONVERTER-REJEITADOS.
           PERFORM 0700-CONVERTER-ENTRADA.
           DISPLAY "========================================".
           DISPLAY "TOTAL LIDOS: " WRK-TOT-LIDOS
                   "  GRAVADOS: " WRK-TOT-GRAVADOS
                   "  ERROS: " WRK-TOT-ERROS.
           IF WRK-TOT-ERROS NOT EQUAL ZEROS
               DISPLAY "*** HOUVE ERROS DE GRAVACAO - NAO RENOMEAR "
                       "OS *.NEW; CORRIGIR E REPETIR A PARTIR DA "
                       "COPIA DE SEGURANCA ***"
           ELSE
               DISPLAY "CONFERIR OS TOTAIS, GUARDAR OS ARQUIVOS "
               DISPLAY "ORIGINAIS E RENOMEAR CADA *.NEW PARA O NOME "
               DISPLAY "OFICIAL ANTES DA PROXIMA EXECUCAO DO SISTEMA."
           END-IF.
           DISPLAY "========================================".
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * PRODUTOS: CUSTO MEDIO, FORNECEDOR E LOTE DE COMPRA NOVOS.
       0100-CONVERTER-PRODUTOS     SECTION.
           MOVE "PRODUTOS" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT PRODUTOS-ANT.
           IF WRK-PAN-STATUS NOT EQUAL "00"
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT PRODUTOS-NOVO
               IF WRK-PNO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "PRODUTOS.NEW - STATUS: " WRK-PNO-STATUS
                   MOVE WRK-PNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ PRODUTOS-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0110-GRAVAR-PRODUTO-NOVO
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS-ANT
               CLOSE PRODUTOS-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0110-GRAVAR-PRODUTO-NOVO     SECTION.
           MOVE REG-PRODUTO-ANT TO REG-PRODUTO-MESTRE.
           MOVE SPACES TO PROD-COD-FORNECEDOR.
           MOVE ZEROS TO PROD-LOTE-COMPRA.
           MOVE ZEROS TO PROD-CUSTO-MEDIO.
           WRITE REG-PRODUTO-MESTRE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR PRODUTOS.NEW - CHAVE: "
                           PAN-CODIGO " STATUS: " WRK-PNO-STATUS
                   MOVE WRK-PNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   ADD 1 TO WRK-CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-GRAVADOS
           END-WRITE.

      * OPERADORES: PERFIL "C" (CAIXA) E SENHA EM BRANCO.
       0200-CONVERTER-OPERADORES     SECTION.
           MOVE "OPERADORES" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT OPERADORES-ANT.
           IF WRK-OAN-STATUS NOT EQUAL "00"
               DISPLAY "OPERADORES.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT OPERADORES-NOVO
               IF WRK-ONO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "OPERADORES.NEW - STATUS: " WRK-ONO-STATUS
                   MOVE WRK-ONO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ OPERADORES-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0210-GRAVAR-OPERADOR-NOVO
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-ANT
               CLOSE OPERADORES-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0210-GRAVAR-OPERADOR-NOVO     SECTION.
           MOVE REG-OPERADOR-ANT TO REG-OPERADOR-MESTRE.
           MOVE "C" TO OPER-PERFIL.
           MOVE SPACES TO OPER-SENHA.
           WRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR OPERADORES.NEW - CHAVE: "
                           OAN-CODIGO " STATUS: " WRK-ONO-STATUS
                   MOVE WRK-ONO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   ADD 1 TO WRK-CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-GRAVADOS
           END-WRITE.

      * VENDAS: CUSTO UNITARIO E HORA ZERADOS, CLIENTE E LOTE EM
      * BRANCO. A MESMA MONTAGEM (0310) SERVE AO HISTORICO.
       0300-CONVERTER-VENDAS     SECTION.
           MOVE "VENDAS" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT VENDAS-ANT.
           IF WRK-VAN-STATUS NOT EQUAL "00"
               DISPLAY "VENDAS.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT VENDAS-NOVO
               IF WRK-VNO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "VENDAS.NEW - STATUS: " WRK-VNO-STATUS
                   MOVE WRK-VNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ VENDAS-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0310-MONTAR-VENDA-NOVA
                           PERFORM 0320-GRAVAR-VENDA-NOVA
                   END-READ
               END-PERFORM
               CLOSE VENDAS-ANT
               CLOSE VENDAS-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0310-MONTAR-VENDA-NOVA     SECTION.
           MOVE REG-VENDA-ANT TO REG-VENDA.
           MOVE ZEROS TO REG-VENDA-CUSTO-UNIT.
           MOVE ZEROS TO REG-VENDA-HORA.
           MOVE SPACES TO REG-VENDA-COD-CLIENTE.
           MOVE SPACES TO REG-VENDA-NUM-LOTE.

       0320-GRAVAR-VENDA-NOVA     SECTION.
           WRITE REG-VENDA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR VENDAS.NEW - CHAVE: "
                           VAN-CHAVE " STATUS: " WRK-VNO-STATUS
                   MOVE WRK-VNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   ADD 1 TO WRK-CONT-ERROS
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-GRAVADOS
           END-WRITE.

       0400-CONVERTER-HISTORICO     SECTION.
           MOVE "VENDAS-HIST" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT HIST-ANT.
           IF WRK-HAN-STATUS NOT EQUAL "00"
               DISPLAY "VENDAS-HIST.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT HIST-NOVO
               IF WRK-HNO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "VENDAS-HIST.NEW - STATUS: " WRK-HNO-STATUS
                   MOVE WRK-HNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ HIST-ANT INTO REG-VENDA-ANT
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0310-MONTAR-VENDA-NOVA
                           PERFORM 0410-GRAVAR-HIST-NOVO
                   END-READ
               END-PERFORM
               CLOSE HIST-ANT
               CLOSE HIST-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0410-GRAVAR-HIST-NOVO     SECTION.
           MOVE REG-VENDA TO REG-VENDA-HIST.
           WRITE REG-VENDA-HIST.
           IF WRK-HNO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR VENDAS-HIST.NEW - STATUS: "
                       WRK-HNO-STATUS
               MOVE WRK-HNO-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               ADD 1 TO WRK-CONT-ERROS
           ELSE
               ADD 1 TO WRK-CONT-GRAVADOS
           END-IF.

      * MOVIMENTOS: PEDIDO DE COMPRA E CUSTO UNITARIO ZERADOS.
       0500-CONVERTER-MOVIMENTOS     SECTION.
           MOVE "MOVIMENTOS" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT MOVIMENTOS-ANT.
           IF WRK-MAN-STATUS NOT EQUAL "00"
               DISPLAY "MOVIMENTOS.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT MOVIMENTOS-NOVO
               IF WRK-MNO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "MOVIMENTOS.NEW - STATUS: " WRK-MNO-STATUS
                   MOVE WRK-MNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ MOVIMENTOS-ANT
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0510-GRAVAR-MOVIMENTO-NOVO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS-ANT
               CLOSE MOVIMENTOS-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0510-GRAVAR-MOVIMENTO-NOVO     SECTION.
           MOVE REG-MOVIMENTO-ANT TO REG-MOVIMENTO.
           MOVE ZEROS TO MOV-NUM-PEDIDO.
           MOVE ZEROS TO MOV-CUSTO-UNIT.
           WRITE REG-MOVIMENTO.
           IF WRK-MNO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR MOVIMENTOS.NEW - STATUS: "
                       WRK-MNO-STATUS
               MOVE WRK-MNO-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               ADD 1 TO WRK-CONT-ERROS
           ELSE
               ADD 1 TO WRK-CONT-GRAVADOS
           END-IF.

      * REJEITADOS: CLIENTE E LOTE EM BRANCO (ORIGEM CAIXA).
       0600-CONVERTER-REJEITADOS     SECTION.
           MOVE "REJEITADOS" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT REJEITADOS-ANT.
           IF WRK-RAN-STATUS NOT EQUAL "00"
               DISPLAY "REJEITADOS.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT REJEITADOS-NOVO
               IF WRK-RNO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "REJEITADOS.NEW - STATUS: " WRK-RNO-STATUS
                   MOVE WRK-RNO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ REJEITADOS-ANT
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0610-GRAVAR-REJEITADO-NOVO
                   END-READ
               END-PERFORM
               CLOSE REJEITADOS-ANT
               CLOSE REJEITADOS-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0610-GRAVAR-REJEITADO-NOVO     SECTION.
           MOVE REG-REJEITADO-ANT TO REG-REJEITADO.
           MOVE SPACES TO REJ-COD-CLIENTE.
           MOVE SPACES TO REJ-NUM-LOTE.
           WRITE REG-REJEITADO.
           IF WRK-RNO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR REJEITADOS.NEW - STATUS: "
                       WRK-RNO-STATUS
               MOVE WRK-RNO-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               ADD 1 TO WRK-CONT-ERROS
           ELSE
               ADD 1 TO WRK-CONT-GRAVADOS
           END-IF.

      * ENTRADA AINDA NAO PROCESSADA: OS REGISTROS VIRAM DETALHES
      * (CLIENTE EM BRANCO) DE UM LOTE "CONV" + DATA DE HOJE, ENTRE
      * O CABECALHO E O TRAILER QUE O PROG-VENDAS PASSOU A EXIGIR.
      * O TRAILER LEVA OS TOTAIS CALCULADOS NA PROPRIA CONVERSAO.
       0700-CONVERTER-ENTRADA     SECTION.
           MOVE "VENDAS-ENTRADA" TO WRK-NOME-ARQUIVO.
           PERFORM 0900-INICIAR-CONTAGEM.
           OPEN INPUT ENTRADA-ANT.
           IF WRK-EAN-STATUS NOT EQUAL "00"
               DISPLAY "VENDAS-ENTRADA.DAT NAO ENCONTRADO - NADA A "
                       "CONVERTER"
           ELSE
               OPEN OUTPUT ENTRADA-NOVO
               IF WRK-ENO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "VENDAS-ENTRADA.NEW - STATUS: "
                           WRK-ENO-STATUS
                   MOVE WRK-ENO-STATUS TO WRK-STATUS-ERRO
                   PERFORM 0960-ANOTAR-STATUS
                   MOVE "F" TO WRK-JRN-TIPO
                   MOVE "A" TO WRK-JRN-TERMINO
                   PERFORM 0950-GRAVAR-JORNAL
                   STOP RUN
               END-IF
               MOVE ZEROS TO WRK-ENT-QTDE-REG
               MOVE ZEROS TO WRK-ENT-VALOR-TOTAL
               MOVE ZEROS TO WRK-ENT-QTDE-TOTAL
               MOVE SPACES TO REG-ENTRADA
               MOVE "H" TO ENT-TIPO-REG
               STRING "CONV" DELIMITED BY SIZE
                       WRK-DATA-HOJE DELIMITED BY SIZE
                       INTO ENT-HDR-NUM-LOTE
               MOVE "CONVERSAO" TO ENT-HDR-ORIGEM
               MOVE WRK-DATA-HOJE TO ENT-HDR-DATA-NEGOCIO
               PERFORM 0720-GRAVAR-ENTRADA
               MOVE "N" TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   READ ENTRADA-ANT
                       AT END
                           MOVE "S" TO WRK-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CONT-LIDOS
                           PERFORM 0710-GRAVAR-DETALHE-NOVO
                   END-READ
               END-PERFORM
               MOVE SPACES TO REG-ENTRADA
               MOVE "T" TO ENT-TIPO-REG
               MOVE WRK-ENT-QTDE-REG TO ENT-TRL-QTDE-REG
               MOVE WRK-ENT-VALOR-TOTAL TO ENT-TRL-VALOR-TOTAL
               MOVE WRK-ENT-QTDE-TOTAL TO ENT-TRL-QTDE-TOTAL
               PERFORM 0720-GRAVAR-ENTRADA
               CLOSE ENTRADA-ANT
               CLOSE ENTRADA-NOVO
           END-IF.
           PERFORM 0910-EXIBIR-CONTAGEM.

       0710-GRAVAR-DETALHE-NOVO     SECTION.
           MOVE SPACES TO REG-ENTRADA.
           MOVE REG-ENTRADA-ANT TO ENT-DETALHE.
           MOVE SPACES TO ENT-COD-CLIENTE.
           MOVE "D" TO ENT-TIPO-REG.
           COMPUTE WRK-ENT-VALOR-LINHA = EAN-VALOR * EAN-QTDE.
           PERFORM 0720-GRAVAR-ENTRADA.
           IF WRK-ENO-STATUS EQUAL "00"
               ADD 1 TO WRK-CONT-GRAVADOS
               ADD 1 TO WRK-ENT-QTDE-REG
               ADD WRK-ENT-VALOR-LINHA TO WRK-ENT-VALOR-TOTAL
               ADD EAN-QTDE TO WRK-ENT-QTDE-TOTAL
           END-IF.

       0720-GRAVAR-ENTRADA     SECTION.
           WRITE REG-ENTRADA.
           IF WRK-ENO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR VENDAS-ENTRADA.NEW - "
                       "TIPO " ENT-TIPO-REG " STATUS: "
                       WRK-ENO-STATUS
               MOVE WRK-ENO-STATUS TO WRK-STATUS-ERRO
               PERFORM 0960-ANOTAR-STATUS
               ADD 1 TO WRK-CONT-ERROS
           END-IF.

       0900-INICIAR-CONTAGEM     SECTION.
           MOVE ZEROS TO WRK-CONT-LIDOS.
           MOVE ZEROS TO WRK-CONT-GRAVADOS.
           MOVE ZEROS TO WRK-CONT-ERROS.

       0910-EXIBIR-CONTAGEM     SECTION.
           DISPLAY WRK-NOME-ARQUIVO " LIDOS: " WRK-CONT-LIDOS
                   "  GRAVADOS: " WRK-CONT-GRAVADOS
                   "  ERROS: " WRK-CONT-ERROS.
           ADD WRK-CONT-LIDOS TO WRK-TOT-LIDOS.
           ADD WRK-CONT-GRAVADOS TO WRK-TOT-GRAVADOS.
           ADD WRK-CONT-ERROS TO WRK-TOT-ERROS.

      * ANEXA UM REGISTRO AO JORNAL DE EXECUCAO COMPARTILHADO; O
      * ARQUIVO E ABERTO E FECHADO A CADA GRAVACAO PARA O REGISTRO
      * DE INICIO SOBREVIVER A UMA QUEDA DO PROGRAMA. LIDOS,
      * ACEITOS E REJEITADOS SAO OS TOTAIS DE TODOS OS ARQUIVOS.
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
               MOVE "PROG-MIGRA" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "B" TO JRN-MODO
               MOVE WRK-TOT-LIDOS TO JRN-LIDOS
               MOVE WRK-TOT-GRAVADOS TO JRN-ACEITOS
               MOVE WRK-TOT-ERROS TO JRN-REJEITADOS
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
