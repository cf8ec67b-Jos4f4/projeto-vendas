      *==DATA 21/08/2026
      *    ==OBSERVACOES: OPERADORES NAO SAO EXCLUIDOS, APENAS
      *                DESATIVADOS, PARA QUE O HISTORICO DE VENDAS
      *                CONTINUE IDENTIFICANDO QUEM DIGITOU. O
      *                PERFIL (C=CAIXA, S=SUPERVISOR, E=ESTOQUISTA,
      *                G=GERENTE) E A SENHA SAO PEDIDOS NA INCLUSAO E
      *                PODEM SER TROCADOS NA ALTERACAO. SO O GERENTE,
      *                IDENTIFICADO COM SENHA, ENTRA AQUI; ENQUANTO
      *                NAO HOUVER GERENTE ATIVO COM SENHA O ACESSO E
      *                LIBERADO PARA CADASTRA-LO. RECUSAS E LIBERACOES
      *                VAO PARA SEGURANCA.DAT.
      *===========================================

       ENVIRONMENT         DIVISION.
           SELECT OPERADORES-FILE
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-JRN-STATUS.

           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  OPERADORES-FILE.
       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-OPER-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPCAO PIC X(01) VALUE SPACES.
       77 WRK-JRN-TERMINO PIC X(01) VALUE SPACES.
       77 WRK-PIOR-STATUS PIC X(02) VALUE "00".
       77 WRK-STATUS-ERRO PIC X(02) VALUE SPACES.
       77 WRK-PERFIL PIC X(01) VALUE SPACES.
       77 WRK-PERFIL-VALIDO PIC X(01) VALUE "N".
       77 WRK-PERFIL-OPERADOR PIC X(01) VALUE SPACES.
       77 WRK-SENHA PIC X(08) VALUE SPACES.
       77 WRK-TENTATIVAS-SENHA PIC 9(01) VALUE ZEROS.
       77 WRK-SEG-STATUS PIC X(02) VALUE SPACES.
       77 WRK-SEG-FUNCAO PIC X(10) VALUE SPACES.
       77 WRK-SEG-EVENTO PIC X(01) VALUE SPACES.
       77 WRK-SEG-SUPERVISOR PIC X(06) VALUE SPACES.
       77 WRK-SEG-DETALHE PIC X(40) VALUE SPACES.
       77 WRK-OPERADOR PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR-VALIDO PIC X(01) VALUE "N".
       77 WRK-TEM-GERENTE PIC X(01) VALUE "N".
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE "N".
       77 WRK-SENHA-CONFIRMA PIC X(08) VALUE SPACES.
       77 WRK-SENHA-VALIDA PIC X(01) VALUE "N".
       77 WRK-SENHA-OBRIGATORIA PIC X(01) VALUE "N".

       PROCEDURE          DIVISION.
       0001-MAIN     SECTION.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0010-ABRIR-MESTRE.
           PERFORM 0020-VERIFICAR-GERENTE.
           IF WRK-TEM-GERENTE EQUAL "S"
               PERFORM 0030-IDENTIFICAR-OPERADOR
               IF WRK-PERFIL-OPERADOR NOT EQUAL "G"
                   DISPLAY "MANUTENCAO DE OPERADORES RESTRITA AO "
                           "GERENTE"
                   MOVE "R" TO WRK-SEG-EVENTO
                   MOVE "ACESSO RESTRITO AO GERENTE" TO
                           WRK-SEG-DETALHE
                   PERFORM 0037-REGISTRAR-ACESSO
                   MOVE "S" TO WRK-ENCERRAR
               END-IF
           ELSE
               PERFORM 0040-LIBERAR-SEM-GERENTE
           END-IF.
           PERFORM 0100-MENU
               UNTIL WRK-ENCERRAR EQUAL "S".
           CLOSE OPERADORES-FILE.
               STOP RUN
           END-IF.

      * SO O GERENTE MANTEM O CADASTRO. ENQUANTO NAO HOUVER NENHUM
      * GERENTE ATIVO COM SENHA (CADASTRO NOVO OU ANTERIOR AOS
      * PERFIS E SENHAS) NAO HA QUEM SE IDENTIFIQUE, ENTAO O ACESSO
      * E LIBERADO PARA CADASTRA-LO E A LIBERACAO FICA NO LOG DE
      * SEGURANCA.
       0020-VERIFICAR-GERENTE     SECTION.
           MOVE "N" TO WRK-TEM-GERENTE.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE SPACES TO OPER-CODIGO.
           START OPERADORES-FILE KEY NOT LESS OPER-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
                   OR WRK-TEM-GERENTE EQUAL "S"
               READ OPERADORES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF OPER-ATIVO AND OPER-PERFIL-GERENTE AND
                               OPER-SENHA NOT EQUAL SPACES
                           MOVE "S" TO WRK-TEM-GERENTE
                       END-IF
               END-READ
           END-PERFORM.

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
                               MOVE OPER-PERFIL TO WRK-PERFIL-OPERADOR
                               MOVE "R" TO WRK-SEG-EVENTO
                               MOVE "OPERADOR INATIVO" TO
                                       WRK-SEG-DETALHE
                               PERFORM 0036-REGISTRAR-ENTRADA
                           ELSE
                               PERFORM 0035-CONFERIR-SENHA
                           END-IF
                   END-READ
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

      * ACESSO A MANUTENCAO RECUSADO OU LIBERADO SEM GERENTE NO LOG
      * DE SEGURANCA; O CHAMADOR INFORMA EVENTO E DETALHE.
       0037-REGISTRAR-ACESSO     SECTION.
           MOVE "OPERADORES" TO WRK-SEG-FUNCAO.
           MOVE SPACES TO WRK-SEG-SUPERVISOR.
           PERFORM 0970-GRAVAR-SEGURANCA.

      * SEM GERENTE COM SENHA O CODIGO DE QUEM ESTA NO TECLADO E SO
      * PEDIDO PARA O LOG (PODE AINDA NAO EXISTIR NO CADASTRO).
       0040-LIBERAR-SEM-GERENTE     SECTION.
           DISPLAY "AVISO: NENHUM GERENTE ATIVO COM SENHA NO "
                   "CADASTRO - ACESSO LIBERADO PARA CADASTRA-LO".
           MOVE SPACES TO WRK-OPERADOR.
           PERFORM UNTIL WRK-OPERADOR NOT EQUAL SPACES
               DISPLAY "CODIGO DO OPERADOR: "
               ACCEPT WRK-OPERADOR
           END-PERFORM.
           MOVE SPACE TO WRK-PERFIL-OPERADOR.
           MOVE "L" TO WRK-SEG-EVENTO.
           MOVE "SEM GERENTE COM SENHA - ACESSO LIBERADO" TO
                   WRK-SEG-DETALHE.
           PERFORM 0037-REGISTRAR-ACESSO.

       0100-MENU     SECTION.
           DISPLAY "=-=-=-==-=-=-==-=-=-=-=-=-=-=-=".
           DISPLAY "MANUTENCAO DO CADASTRO DE OPERADORES".
                   INVALID KEY
                       DISPLAY "NOME DO OPERADOR: "
                       ACCEPT OPER-NOME
                       MOVE "C" TO OPER-PERFIL
                       PERFORM 0250-PEDIR-PERFIL
                       MOVE SPACES TO OPER-SENHA
                       MOVE "S" TO WRK-SENHA-OBRIGATORIA
                       PERFORM 0260-PEDIR-SENHA
                       MOVE WRK-COD-OPERADOR TO OPER-CODIGO
                       MOVE "A" TO OPER-STATUS
                       WRITE REG-OPERADOR-MESTRE
               END-READ
           END-IF.

      * PERFIL DO OPERADOR; EM BRANCO MANTEM O ATUAL (NA INCLUSAO,
      * CAIXA).
       0250-PEDIR-PERFIL     SECTION.
           MOVE "N" TO WRK-PERFIL-VALIDO.
           PERFORM UNTIL WRK-PERFIL-VALIDO EQUAL "S"
               EVALUATE TRUE
                   WHEN OPER-PERFIL-SUPERVISOR
                       DISPLAY "PERFIL ATUAL: S - SUPERVISOR"
                   WHEN OPER-PERFIL-ESTOQUISTA
                       DISPLAY "PERFIL ATUAL: E - ESTOQUISTA"
                   WHEN OPER-PERFIL-GERENTE
                       DISPLAY "PERFIL ATUAL: G - GERENTE"
                   WHEN OTHER
                       DISPLAY "PERFIL ATUAL: C - CAIXA"
               END-EVALUATE
               DISPLAY "PERFIL (C=CAIXA, S=SUPERVISOR, E=ESTOQUISTA, "
                       "G=GERENTE, BRANCO=MANTER): "
               ACCEPT WRK-PERFIL
               EVALUATE WRK-PERFIL
                   WHEN SPACE
                       MOVE "S" TO WRK-PERFIL-VALIDO
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO OPER-PERFIL
                       MOVE "S" TO WRK-PERFIL-VALIDO
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO OPER-PERFIL
                       MOVE "S" TO WRK-PERFIL-VALIDO
                   WHEN "E"
                   WHEN "e"
                       MOVE "E" TO OPER-PERFIL
                       MOVE "S" TO WRK-PERFIL-VALIDO
                   WHEN "G"
                   WHEN "g"
                       MOVE "G" TO OPER-PERFIL
                       MOVE "S" TO WRK-PERFIL-VALIDO
                   WHEN OTHER
                       DISPLAY "PERFIL INVALIDO: " WRK-PERFIL
               END-EVALUATE
           END-PERFORM.

      * SENHA DO OPERADOR, DIGITADA DUAS VEZES E NUNCA EXIBIDA. EM
      * BRANCO MANTEM A ATUAL, MENOS NA INCLUSAO, ONDE E OBRIGATORIA
      * (WRK-SENHA-OBRIGATORIA) - SEM SENHA O OPERADOR NAO ENTRA EM
      * NENHUM PROGRAMA.
       0260-PEDIR-SENHA     SECTION.
           MOVE "N" TO WRK-SENHA-VALIDA.
           PERFORM UNTIL WRK-SENHA-VALIDA EQUAL "S"
               IF WRK-SENHA-OBRIGATORIA EQUAL "S"
                   DISPLAY "SENHA (ATE 8 POSICOES): "
               ELSE
                   DISPLAY "NOVA SENHA (BRANCO = MANTER): "
               END-IF
               ACCEPT WRK-SENHA
               IF WRK-SENHA EQUAL SPACES
                   IF WRK-SENHA-OBRIGATORIA EQUAL "S"
                       DISPLAY "SENHA OBRIGATORIA"
                   ELSE
                       MOVE "S" TO WRK-SENHA-VALIDA
                   END-IF
               ELSE
                   DISPLAY "CONFIRME A SENHA: "
                   ACCEPT WRK-SENHA-CONFIRMA
                   IF WRK-SENHA-CONFIRMA EQUAL WRK-SENHA
                       MOVE WRK-SENHA TO OPER-SENHA
                       MOVE "S" TO WRK-SENHA-VALIDA
                   ELSE
                       DISPLAY "SENHAS NAO CONFEREM"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-SENHA.
           MOVE SPACES TO WRK-SENHA-CONFIRMA.

       0300-ALTERAR     SECTION.
           DISPLAY "CODIGO DO OPERADOR A ALTERAR: ".
           ACCEPT WRK-COD-OPERADOR.
                   DISPLAY "NOME ATUAL: " OPER-NOME
                   DISPLAY "NOME DO OPERADOR: "
                   ACCEPT OPER-NOME
                   PERFORM 0250-PEDIR-PERFIL
                   MOVE "N" TO WRK-SENHA-OBRIGATORIA
                   PERFORM 0260-PEDIR-SENHA
                   REWRITE REG-OPERADOR-MESTRE
                   IF WRK-OPER-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO AO ALTERAR OPERADOR - STATUS: "
                               WRK-OPER-STATUS
                       MOVE WRK-OPER-STATUS TO WRK-STATUS-ERRO
                       PERFORM 0960-ANOTAR-STATUS
                   ELSE
                       DISPLAY "OPERADOR ALTERADO: " WRK-COD-OPERADOR
                   END-IF
                           IF WRK-OPER-STATUS NOT EQUAL "00"
                               DISPLAY "ERRO AO DESATIVAR OPERADOR "
                                       "- STATUS: " WRK-OPER-STATUS
                               MOVE WRK-OPER-STATUS TO WRK-STATUS-ERRO
                               PERFORM 0960-ANOTAR-STATUS
                           ELSE
                               DISPLAY "OPERADOR DESATIVADO: "
                                       WRK-COD-OPERADOR
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
               MOVE "PROG-OPERMNT" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
