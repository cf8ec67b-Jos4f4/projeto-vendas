      *                JA MOVIDAS PARA O HISTORICO - ARQUIVAR
      *                SOMENTE PERIODOS REALMENTE ENCERRADOS. O
      *                PROG-REL-PERIODO LE O HISTORICO E O ARQUIVO
      *                VIVO E CONTINUA ENXERGANDO TUDO. O OPERADOR
      *                ENTRA COM CODIGO E SENHA.
      *===========================================

       ENVIRONMENT         DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-HTM-STATUS.

           SELECT OPERADORES-FILE
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPER-STATUS.

           SELECT JORNAL-FILE
               ASSIGN TO "JORNAL-EXEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-CTM-STATUS.

           SELECT SEGURANCA-FILE
               ASSIGN TO "SEGURANCA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

       DATA                DIVISION.
       FILE                SECTION.
       FD  VENDAS-FILE.
               ==REG-VENDA== BY ==REG-VENDA-HTM==
               LEADING ==REG-VENDA== BY ==HTM==.

       FD  OPERADORES-FILE.
           COPY "operreg.cpy".

       FD  JORNAL-FILE.
           COPY "jrnlreg.cpy".

               ==REG-VENDA== BY ==REG-VENDA-CTM==
               LEADING ==REG-VENDA== BY ==CTM==.

       FD  SEGURANCA-FILE.
           COPY "segreg.cpy".

       WORKING-STORAGE     SECTION.
       77 WRK-VENDAS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HIST-STATUS PIC X(02) VALUE SPACES.
       77 WRK-HTM-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CTM-STATUS PIC X(02) VALUE SPACES.
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
           MOVE "I" TO WRK-JRN-TIPO.
           MOVE SPACE TO WRK-JRN-TERMINO.
           PERFORM 0950-GRAVAR-JORNAL.
           PERFORM 0020-ABRIR-OPERADORES.
           PERFORM 0030-IDENTIFICAR-OPERADOR.
           IF WRK-OPER-MESTRE-OK EQUAL "S"
               CLOSE OPERADORES-FILE
           END-IF.
           DISPLAY "ARQUIVAMENTO DE PERIODOS FECHADOS DE VENDAS.DAT".
           DISPLAY "ARQUIVAR VENDAS ATE A DATA (AAAAMMDD): ".
           ACCEPT WRK-DATA-CORTE.
           PERFORM 0950-GRAVAR-JORNAL.
           STOP RUN.

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

       0100-TOTALIZAR-ORIGINAL     SECTION.
           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT EQUAL "00"
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
               MOVE "PROG-ARQUIVA" TO SEG-PROGRAMA
               MOVE WRK-OPERADOR TO SEG-OPERADOR
               MOVE WRK-PERFIL-OPERADOR TO SEG-PERFIL
               MOVE WRK-SEG-FUNCAO TO SEG-FUNCAO
               MOVE WRK-SEG-EVENTO TO SEG-EVENTO
               MOVE WRK-SEG-SUPERVISOR TO SEG-SUPERVISOR
               MOVE WRK-SEG-DETALHE TO SEG-DETALHE
               WRITE REG-SEGURANCA
               CLOSE SEGURANCA-FILE
           END-IF.
