       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-CLIMNT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DO CADASTRO DE CLIENTES A PRAZO
      *                (CLIENTES.DAT) - INCLUSAO, ALTERACAO (INCLUSIVE
      *                DO LIMITE DE CREDITO) E DESATIVACAO DE
      *                CLI-CODIGO, NOS MOLDES DO PROG-FORNMNT.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O SALDO DEVEDOR NAO E DIGITADO AQUI: ELE
      *                NASCE ZERADO E SO E MOVIMENTADO PELAS VENDAS A
      *                PRAZO (PROG-VENDAS) E PELOS PAGAMENTOS
      *                (PROG-RECEBER). CLIENTES NAO SAO EXCLUIDOS,
      *                APENAS DESATIVADOS; UM CLIENTE INATIVO NAO
      *                COMPRA A PRAZO, MAS CONTINUA PAGANDO O QUE
      *                DEVE. O OPERADOR ENTRA COM CODIGO E SENHA.
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

           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  CLIENTES-FILE.
           COPY "clireg.cpy".

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-CLI-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR PIC X(01) VALUE "N".
       77 WRK-COD-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-CAMPO-LIMITE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESP PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-JRN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PERFIL-OPERADOR PIC X(01) VALUE SPACES.
       77 WRK-SENHA PIC X(08) VALUE SPACES.
       77 WRK-TENTATIVAS-SENHA PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEG-FUNCAO PIC X(10) VALUE SPACES.
       77 WRK-SEG-EVENTO PIC X(01) VALUE SPACES.
       77 WRK-SEG-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-SEG-DETALHE PIC X(40) VALUE SPACES.
       77 WRK-OPER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-MESTRE-OK PIC X(01) VALUE "N".
       77 WRK-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR-VALIDO PIC X(01) VALUE "N".
       77 WRK-JRN-TIPO PIC X(01) VALUE SPACES.
       77 WRK-JRN-TERMINO PIC X(01) VALUE SPACES.
       77 WRK-PIOR-STATUS PIC X(02) VALUE "00".
       77 WRK-STATUS-ERRO PIC X(02) VALUE SPACES.

       01 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0010-ABRIR-MESTRE.
           PERFORM 0020-ABRIR-OPERADORES.
           PERFORM 0030-IDENTIFICAR-OPERADOR.
           PERFORM 0100-MENU
               UNTIL WRK-ENCERRAR EQUAL "S".
           CLOSE CLIENTES-FILE.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE "F" TO WRK-JRN-TIPO.
           MOVE "N" TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

      * SO CRIA UM MESTRE NOVO QUANDO O ARQUIVO REALMENTE NAO EXISTE
      * (STATUS "35"); QUALQUER OUTRA FALHA E FATAL, POIS UM OPEN
      * OUTPUT RECRIARIA O CADASTRO VAZIO.
       0010-ABRIR-MESTRE     SECTION.
           OPEN I-O CLIENTES-FILE.
           IF WRK-CLI-STATUS EQUAL "35"
               OPEN OUTPUT CLIENTES-FILE
               IF WRK-CLI-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "CLIENTES.DAT - STATUS: "
                           WRK-CLI-STATUS
                   STOP RUN
               END-IF
               CLOSE CLIENTES-FILE
               OPEN I-O CLIENTES-FILE
           END-IF.
           IF WRK-CLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "CLIENTES.DAT - STATUS: " WRK-CLI-STATUS
               STOP RUN
           END-IF.

      * O CADASTRO DE OPERADORES SO E LIDO NA IDENTIFICACAO; SE NAO
      * ABRIR, A ENTRADA E ACEITA E FICA REGISTRADA COMO LIBERADA.
       0020-ABRIR-OPERADORES     SECTION.
           OPEN INPUT OPERADORES-FILE.
           IF WRK-OPER-STATUS EQUAL "00"
               MOVE "S" TO WRK-OPER-MESTRE-OK
           ELSE
               DISPLAY "AVISO: CADASTRO DE OPERADORES INDISPONIVEL"
           END-IF.

      * IDENTIFICACAO COM CODIGO E SENHA, A MESMA DOS DEMAIS
      * PROGRAMAS INTERATIVOS.
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
           DISPLAY "MANUTENCAO DO CADASTRO DE CLIENTES A PRAZO".
           DISPLAY "1 - INCLUIR CLIENTE".
           DISPLAY "2 - ALTERAR CLIENTE".
           DISPLAY "3 - DESATIVAR CLIENTE".
           DISPLAY "4 - ENCERRAR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN "1"
                   PERFORM 0200-INCLUIR
               WHEN "2"
                   PERFORM 0300-ALTERAR
               WHEN "3"
                   PERFORM 0400-DESATIVAR
               WHEN "4"
                   MOVE "S" TO WRK-ENCERRAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       0200-INCLUIR     SECTION.
           DISPLAY "CODIGO DO CLIENTE (6 POSICOES): ".
           ACCEPT WRK-COD-CLIENTE.
           IF WRK-COD-CLIENTE EQUAL SPACES
               DISPLAY "CODIGO EM BRANCO NAO E PERMITIDO"
           ELSE
               MOVE WRK-COD-CLIENTE TO CLI-CODIGO
               READ CLIENTES-FILE
                   INVALID KEY
                       INITIALIZE REG-CLIENTE
                       PERFORM 0210-CAPTURAR-DADOS
                       MOVE WRK-COD-CLIENTE TO CLI-CODIGO
                       MOVE ZEROS TO CLI-SALDO-DEVEDOR
                       MOVE "A" TO CLI-STATUS
                       WRITE REG-CLIENTE
                       IF WRK-CLI-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO INCLUIR CLIENTE - "
                                   "STATUS: " WRK-CLI-STATUS
                           MOVE WRK-CLI-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       ELSE
                           DISPLAY "CLIENTE INCLUIDO: "
                                   WRK-COD-CLIENTE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "CLIENTE JA CADASTRADO: "
                               WRK-COD-CLIENTE
               END-READ
           END-IF.

       0210-CAPTURAR-DADOS     SECTION.
           DISPLAY "NOME / RAZAO SOCIAL: ".
           ACCEPT CLI-NOME.
           DISPLAY "CPF OU CNPJ (SO NUMEROS): ".
           ACCEPT CLI-CPF-CNPJ.
           DISPLAY "TELEFONE: ".
           ACCEPT CLI-TELEFONE.
           DISPLAY "LIMITE DE CREDITO: ".
           ACCEPT WRK-CAMPO-LIMITE.
           MOVE WRK-CAMPO-LIMITE TO CLI-LIMITE-CREDITO.

       0300-ALTERAR     SECTION.
           DISPLAY "CODIGO DO CLIENTE A ALTERAR: ".
           ACCEPT WRK-COD-CLIENTE.
           MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: "
                           WRK-COD-CLIENTE
               NOT INVALID KEY
                   DISPLAY "NOME ATUAL: " CLI-NOME
                   DISPLAY "CPF/CNPJ ATUAL: " CLI-CPF-CNPJ
                   DISPLAY "TELEFONE ATUAL: " CLI-TELEFONE
                   MOVE CLI-LIMITE-CREDITO TO WRK-VALOR-ED
                   DISPLAY "LIMITE DE CREDITO ATUAL: " WRK-VALOR-ED
                   MOVE CLI-SALDO-DEVEDOR TO WRK-VALOR-ED
                   DISPLAY "SALDO DEVEDOR: " WRK-VALOR-ED
                   PERFORM 0210-CAPTURAR-DADOS
      * UM LIMITE ABAIXO DO SALDO NAO CANCELA O QUE JA FOI VENDIDO,
      * APENAS IMPEDE NOVAS VENDAS A PRAZO ATE O CLIENTE PAGAR.
                   IF CLI-LIMITE-CREDITO < CLI-SALDO-DEVEDOR
                       DISPLAY "AVISO: LIMITE MENOR QUE O SALDO "
                               "DEVEDOR - NOVAS VENDAS A PRAZO "
                               "FICAM BLOQUEADAS"
                   END-IF
                   REWRITE REG-CLIENTE
                   IF WRK-CLI-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO ALTERAR CLIENTE - STATUS: "
                               WRK-CLI-STATUS
                       MOVE WRK-CLI-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       DISPLAY "CLIENTE ALTERADO: "
                               WRK-COD-CLIENTE
                   END-IF
           END-READ.

       0400-DESATIVAR     SECTION.
           DISPLAY "CODIGO DO CLIENTE A DESATIVAR: ".
           ACCEPT WRK-COD-CLIENTE.
           MOVE WRK-COD-CLIENTE TO CLI-CODIGO.
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO: "
                           WRK-COD-CLIENTE
               NOT INVALID KEY
                   IF CLI-INATIVO
                       DISPLAY "CLIENTE JA ESTA INATIVO: "
                               WRK-COD-CLIENTE
                   ELSE
                       IF CLI-SALDO-DEVEDOR NOT EQUAL ZEROS
                           MOVE CLI-SALDO-DEVEDOR TO WRK-VALOR-ED
                           DISPLAY "AVISO: CLIENTE COM SALDO EM "
                                   "ABERTO: " WRK-VALOR-ED
                       END-IF
                       DISPLAY "CONFIRMA DESATIVACAO DE "
                               WRK-COD-CLIENTE " (S/N): "
                       ACCEPT WRK-RESP
                       IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                           MOVE "I" TO CLI-STATUS
                           REWRITE REG-CLIENTE
                           IF WRK-CLI-STATUS NOT EQUAL "00"
                               DISPLAY "ERRO AO DESATIVAR CLIENTE "
                                       "- STATUS: " WRK-CLI-STATUS
                               MOVE WRK-CLI-STATUS TO WRK-STATUS-ERRO
                               PERFORM 0960-ANOTAR-STATUS
                           ELSE
                               DISPLAY "CLIENTE DESATIVADO: "
                                       WRK-COD-CLIENTE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

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
               MOVE "PROG-CLIMNT" TO JRN-PROGRAMA
               MOVE WRK-DATA-HOJE TO JRN-DATA
               MOVE WRK-HORA-COMPLETA(1:6) TO JRN-HORA
               MOVE WRK-JRN-TIPO TO JRN-TIPO
               MOVE "T" TO JRN-MODO
               MOVE ZEROS TO JRN-LIDOS
               MOVE ZEROS TO JRN-ACEITOS
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
               MOVE "PROG-CLIMNT" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
