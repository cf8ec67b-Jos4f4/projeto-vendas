      *===========================================
      *    == COPY: CNTREG
      *    ==OBJETIVO: LAYOUT DA FOLHA DE CONTAGEM DO INVENTARIO
      *                FISICO (CONTAGEM.DAT) - UMA LINHA POR
      *                PRODUTO CONTADO EM CADA LOCAL, DIGITADA OU
      *                DESCARREGADA DO COLETOR ANTES DA CARGA NO
      *                PROG-INVENTARIO.
      *==DATA 21/08/2026
      *    ==OBSERVACOES: O MESMO PRODUTO PODE APARECER EM MAIS
      *                DE UMA LINHA (PRATELEIRA, DEPOSITO...): AS
      *                QUANTIDADES SAO SOMADAS NA CARGA. CNT-LOCAL
      *                E INFORMATIVO.
      *===========================================
       01  REG-CONTAGEM.
           05 CNT-COD-PRODUTO        PIC X(10).
           05 CNT-QTDE               PIC 9(07).
           05 CNT-LOCAL              PIC X(10).
