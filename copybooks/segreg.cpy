      *===========================================
      *    == COPY: SEGREG
      *    ==OBJETIVO: LAYOUT DO REGISTRO DO LOG DE SEGURANCA
      *                (SEGURANCA.DAT) - TENTATIVAS RECUSADAS DE
      *                IDENTIFICACAO E DE FUNCAO RESTRITA E AS
      *                AUTORIZACOES DADAS NA HORA POR SUPERVISOR OU
      *                GERENTE, ANEXADAS PELOS PROGRAMAS INTERATIVOS
      *                E LISTADAS PELO PROG-REL-SEGURANCA.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: SEG-OPERADOR E O CODIGO DIGITADO OU
      *                IDENTIFICADO (PODE NAO EXISTIR NO CADASTRO
      *                NUMA RECUSA DE ENTRADA) E SEG-PERFIL O PERFIL
      *                DELE NA HORA DO EVENTO. SEG-FUNCAO: LOGIN,
      *                ESTORNO, PRECO, AJUSTE, REABERTURA, LOTE
      *                (ENCERRAMENTO DE LOTE INTERROMPIDO - SEMPRE
      *                REGISTRADO, MESMO COM O PERFIL DO PROPRIO
      *                OPERADOR), INVENTARIO OU OPERADORES (ACESSO AO
      *                PROG-OPERMNT).
      *                SEG-SUPERVISOR E QUEM
      *                AUTORIZOU OU TENTOU AUTORIZAR. SEG-EVENTO "L"
      *                REGISTRA O ACESSO LIBERADO SEM CONFERENCIA DE
      *                SENHA (CADASTRO DE OPERADORES INDISPONIVEL OU
      *                NENHUM GERENTE COM SENHA NO PROG-OPERMNT).
      *                A SENHA DIGITADA NUNCA E GRAVADA.
      *===========================================
       01  REG-SEGURANCA.
           05 SEG-DATA               PIC 9(08).
           05 SEG-HORA               PIC 9(06).
           05 SEG-PROGRAMA           PIC X(20).
           05 SEG-OPERADOR           PIC X(06).
           05 SEG-PERFIL             PIC X(01).
           05 SEG-FUNCAO             PIC X(10).
           05 SEG-EVENTO             PIC X(01).
               88 SEG-EVENTO-RECUSA       VALUE "R".
               88 SEG-EVENTO-APROVACAO    VALUE "A".
               88 SEG-EVENTO-LIBERACAO    VALUE "L".
           05 SEG-SUPERVISOR         PIC X(06).
           05 SEG-DETALHE            PIC X(40).
