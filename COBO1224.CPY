      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADEXPR         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1224 - EXCECOES DE PRECO DE VENDA        *
      ******************************************************************
      * EXPR-COD-FIL    - PIC 9(005)       - FILIAL VENDEDORA          *
      * EXPR-DT-VENDA   - PIC 9(008)       - DATA DA VENDA (AAAAMMDD)  *
      * EXPR-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * EXPR-NOME       - PIC X(030)       - NOME DA PECA              *
      * EXPR-TIP-EXCECAO- PIC X(001)       - TIPO DA EXCECAO           *
      *                    'P' - VENDA ABAIXO DO PRECO MINIMO          *
      *                    'S' - PECA SEM PRECO VIGENTE NA TABELA      *
      * EXPR-VLR-VENDA  - PIC S9(013)V9(002) VALOR DA VENDA            *
      * EXPR-VLR-PISO   - PIC 9(013)V9(002)- PRECO MINIMO X QUANTIDADE *
      *                                      DO MOVIMENTO              *
      * EXPR-VLR-LISTA  - PIC 9(013)V9(002)- PRECO DE LISTA X QTDE     *
      * EXPR-TIP-ABRANG - PIC X(001)       - ABRANGENCIA DO PRECO      *
      *                                      APLICADO (G/R/F)          *
      * FILLER          - PIC X(005)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-EXPR.
           03      EXPR-COD-FIL    PIC     9(005).
           03      EXPR-DT-VENDA   PIC     9(008).
           03      EXPR-COD-PEC    PIC     9(005).
           03      EXPR-NOME       PIC     X(030).
           03      EXPR-TIP-EXCECAO
                                   PIC     X(001).
             88    EXPR-ABAIXO-PISO        VALUE 'P'.
             88    EXPR-SEM-PRECO          VALUE 'S'.
           03      EXPR-VLR-VENDA  PIC    S9(013)V9(002).
           03      EXPR-VLR-PISO   PIC     9(013)V9(002).
           03      EXPR-VLR-LISTA  PIC     9(013)V9(002).
           03      EXPR-TIP-ABRANG PIC     X(001).
           03      FILLER          PIC     X(005).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADEXPR *
      ******************************************************************
