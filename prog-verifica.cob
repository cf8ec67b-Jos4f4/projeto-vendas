      *                ANALISE COBRE OS REGISTROS COM DATA DE ONTEM
      *                EM DIANTE - O JORNAL E SO-ACRESCIMO E SEM O
      *                CORTE AS FALHAS ANTIGAS SERIAM REALERTADAS
      *                TODA MANHA. A CONFERENCIA DE INTEGRIDADE DO
      *                ESTOQUE (PROG-INTEGRIDADE) TAMBEM E APONTADA
      *                QUANDO REGISTRA EXCECOES EM JRN-REJEITADOS.
      *===========================================

       ENVIRONMENT         DIVISION.
                   IF NOT JRN-TERMINO-NORMAL
                       PERFORM 0210-ALERTAR-ANORMAL
                   END-IF
                   IF JRN-PROGRAMA EQUAL "PROG-INTEGRIDADE" AND
                           JRN-REJEITADOS > ZEROS
                       PERFORM 0230-ALERTAR-EXCECOES
                   END-IF
               WHEN JRN-TIPO-ABORTO
                   PERFORM 0120-BAIXAR-INICIO
                   PERFORM 0220-ALERTAR-ABORTO
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

      * AS CONFERENCIAS NOTURNAS (EX: PROG-INTEGRIDADE) TERMINAM
      * NORMALMENTE MESMO QUANDO ACHAM PROBLEMA - A QUANTIDADE DE
      * EXCECOES VEM EM JRN-REJEITADOS E E APONTADA AQUI.
       0230-ALERTAR-EXCECOES     SECTION.
           ADD 1 TO WRK-CONT-ALERTAS.
           MOVE JRN-REJEITADOS TO WRK-CONT-ED.
           STRING "*** " DELIMITED BY SIZE
                   JRN-PROGRAMA DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   JRN-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JRN-HORA DELIMITED BY SIZE
                   " APONTOU " DELIMITED BY SIZE
                   WRK-CONT-ED DELIMITED BY SIZE
                   " EXCECAO(OES) ***" DELIMITED BY SIZE
                   INTO WRK-LINHA.
           PERFORM 0820-GRAVAR-LINHA-REL.

       0300-APONTAR-SEM-FIM     SECTION.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-TAB-PEND-QTDE
