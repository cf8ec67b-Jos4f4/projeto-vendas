      *    ==OBSERVACOES: OPER-CODIGO E O MESMO CODIGO DE 6
      *                POSICOES GRAVADO EM REG-VENDA-OPERADOR,
      *                ENT-OPERADOR E REJ-OPERADOR.
      *                OPER-PERFIL DEFINE O QUE O OPERADOR PODE
      *                FAZER E AUTORIZAR: "C" OU EM BRANCO (REGISTROS
      *                ANTIGOS) CAIXA; "S" SUPERVISOR; "E" ESTOQUISTA;
      *                "G" GERENTE. SUPERVISOR E GERENTE AUTORIZAM NA
      *                HORA AS FUNCOES RESTRITAS DOS DEMAIS (ESTORNO,
      *                PRECO, AJUSTE) E A REABERTURA DE PERIODO; SO O
      *                GERENTE MANTEM ESTE CADASTRO. OPER-SENHA E
      *                CONFERIDA NA IDENTIFICACAO DE TODO PROGRAMA
      *                INTERATIVO E NA AUTORIZACAO DO SUPERVISOR;
      *                SENHA EM BRANCO NAO DEIXA O OPERADOR ENTRAR.
      *===========================================
       01  REG-OPERADOR-MESTRE.
           05 OPER-CODIGO            PIC X(06).
           05 OPER-STATUS            PIC X(01).
               88 OPER-ATIVO              VALUE "A".
               88 OPER-INATIVO            VALUE "I".
           05 OPER-PERFIL            PIC X(01).
               88 OPER-PERFIL-CAIXA       VALUE "C" SPACE.
               88 OPER-PERFIL-SUPERVISOR  VALUE "S".
               88 OPER-PERFIL-ESTOQUISTA  VALUE "E".
               88 OPER-PERFIL-GERENTE     VALUE "G".
               88 OPER-PERFIL-AUTORIZADOR VALUE "S" "G".
           05 OPER-SENHA             PIC X(08).
