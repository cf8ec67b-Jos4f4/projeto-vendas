       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-FORNMNT.
      *===========================================
      *    == AUTOR: ***; EMPRESA: XPTO
      *    ==OBJETIVO: MANUTENCAO DO CADASTRO MESTRE DE FORNECEDORES
      *                (FORNECEDORES.DAT) - INCLUSAO, ALTERACAO E
      *                DESATIVACAO DE FORN-CODIGO, NOS MOLDES DO
      *                PROG-OPERMNT PARA OPERADORES.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: FORNECEDORES NAO SAO EXCLUIDOS, APENAS
      *                DESATIVADOS, PARA QUE OS PEDIDOS DE COMPRA
      *                ANTIGOS CONTINUEM IDENTIFICANDO O FORNECEDOR.
      *                UM FORNECEDOR INATIVO NAO RECEBE PEDIDOS NOVOS
      *                NO PROG-COMPRAS NEM E ACEITO COMO PREFERIDO
      *                NO PROG-PRODMNT. O OPERADOR ENTRA COM CODIGO E
      *                SENHA.
      *===========================================

       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES-FILE
               ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FORN-STATUS.

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
       FD  FORNECEDORES-FILE.
           COPY "fornreg.cpy".

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-FORN-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-ENCERRAR PIC X(01) VALUE "N".
       77 WRK-COD-FORNECEDOR PIC X(06) VALUE SPACES.
       77 WRK-CAMPO-PRAZO PIC 9(03) VALUE ZEROS.
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
           CLOSE FORNECEDORES-FILE.
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
           OPEN I-O FORNECEDORES-FILE.
           IF WRK-FORN-STATUS EQUAL "35"
               OPEN OUTPUT FORNECEDORES-FILE
               IF WRK-FORN-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL CRIAR "
                           "FORNECEDORES.DAT - STATUS: "
                           WRK-FORN-STATUS
                   STOP RUN
               END-IF
               CLOSE FORNECEDORES-FILE
               OPEN I-O FORNECEDORES-FILE
           END-IF.
           IF WRK-FORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR "
                       "FORNECEDORES.DAT - STATUS: " WRK-FORN-STATUS
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
           DISPLAY "MANUTENCAO DO CADASTRO DE FORNECEDORES".
           DISPLAY "1 - INCLUIR FORNECEDOR".
           DISPLAY "2 - ALTERAR FORNECEDOR".
           DISPLAY "3 - DESATIVAR FORNECEDOR".
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
           DISPLAY "CODIGO DO FORNECEDOR (6 POSICOES): ".
           ACCEPT WRK-COD-FORNECEDOR.
           IF WRK-COD-FORNECEDOR EQUAL SPACES
               DISPLAY "CODIGO EM BRANCO NAO E PERMITIDO"
           ELSE
               MOVE WRK-COD-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES-FILE
                   INVALID KEY
                       INITIALIZE REG-FORNECEDOR
                       PERFORM 0210-CAPTURAR-DADOS
                       MOVE WRK-COD-FORNECEDOR TO FORN-CODIGO
                       MOVE "A" TO FORN-STATUS
                       WRITE REG-FORNECEDOR
                       IF WRK-FORN-STATUS NOT EQUAL "00"
                           DISPLAY "ERRO AO INCLUIR FORNECEDOR - "
                                   "STATUS: " WRK-FORN-STATUS
                           MOVE WRK-FORN-STATUS TO WRK-STATUS-ERRO
                           PERFORM 0960-ANOTAR-STATUS
                       ELSE
                           DISPLAY "FORNECEDOR INCLUIDO: "
                                   WRK-COD-FORNECEDOR
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "FORNECEDOR JA CADASTRADO: "
                               WRK-COD-FORNECEDOR
               END-READ
           END-IF.

       0210-CAPTURAR-DADOS     SECTION.
           DISPLAY "RAZAO SOCIAL: ".
           ACCEPT FORN-RAZAO-SOCIAL.
           DISPLAY "CNPJ (SO NUMEROS): ".
           ACCEPT FORN-CNPJ.
           DISPLAY "TELEFONE: ".
           ACCEPT FORN-TELEFONE.
           DISPLAY "CONTATO: ".
           ACCEPT FORN-CONTATO.
           DISPLAY "PRAZO DE ENTREGA EM DIAS: ".
           ACCEPT WRK-CAMPO-PRAZO.
           MOVE WRK-CAMPO-PRAZO TO FORN-PRAZO-ENTREGA.

       0300-ALTERAR     SECTION.
           DISPLAY "CODIGO DO FORNECEDOR A ALTERAR: ".
           ACCEPT WRK-COD-FORNECEDOR.
           MOVE WRK-COD-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO: "
                           WRK-COD-FORNECEDOR
               NOT INVALID KEY
                   DISPLAY "RAZAO SOCIAL ATUAL: " FORN-RAZAO-SOCIAL
                   DISPLAY "CNPJ ATUAL: " FORN-CNPJ
                   DISPLAY "TELEFONE ATUAL: " FORN-TELEFONE
                   DISPLAY "CONTATO ATUAL: " FORN-CONTATO
                   DISPLAY "PRAZO DE ENTREGA ATUAL: "
                           FORN-PRAZO-ENTREGA " DIAS"
                   PERFORM 0210-CAPTURAR-DADOS
                   REWRITE REG-FORNECEDOR
                   IF WRK-FORN-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO ALTERAR FORNECEDOR - STATUS: "
                               WRK-FORN-STATUS
                       MOVE WRK-FORN-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       DISPLAY "FORNECEDOR ALTERADO: "
                               WRK-COD-FORNECEDOR
                   END-IF
           END-READ.

       0400-DESATIVAR     SECTION.
           DISPLAY "CODIGO DO FORNECEDOR A DESATIVAR: ".
           ACCEPT WRK-COD-FORNECEDOR.
           MOVE WRK-COD-FORNECEDOR TO FORN-CODIGO.
           READ FORNECEDORES-FILE
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO: "
                           WRK-COD-FORNECEDOR
               NOT INVALID KEY
                   IF FORN-INATIVO
                       DISPLAY "FORNECEDOR JA ESTA INATIVO: "
                               WRK-COD-FORNECEDOR
                   ELSE
                       DISPLAY "CONFIRMA DESATIVACAO DE "
                               WRK-COD-FORNECEDOR " (S/N): "
                       ACCEPT WRK-RESP
                       IF WRK-RESP EQUAL "S" OR WRK-RESP EQUAL "s"
                           MOVE "I" TO FORN-STATUS
                           REWRITE REG-FORNECEDOR
                           IF WRK-FORN-STATUS NOT EQUAL "00"
                               DISPLAY "ERRO AO DESATIVAR FORNECEDOR "
                                       "- STATUS: " WRK-FORN-STATUS
                               MOVE WRK-FORN-STATUS TO WRK-STATUS-ERRO
                               PERFORM 0960-ANOTAR-STATUS
                           ELSE
                               DISPLAY "FORNECEDOR DESATIVADO: "
                                       WRK-COD-FORNECEDOR
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
               MOVE "PROG-FORNMNT" TO JRN-PROGRAMA
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
               MOVE "PROG-FORNMNT" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
