      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADPBEN         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1245 - PEDIDO MENSAL DE BENEFICIOS AOS   *
      *                              FORNECEDORES (VALE-TRANSPORTE E   *
      *                              VALE-REFEICAO), GERADO PELO       *
      *                              GPFPB170                          *
      ******************************************************************
      * SEQUENCIA DOS REGISTROS, POR FORNECEDOR EM ORDEM CRESCENTE:    *
      *   'H' - HEADER DO PEDIDO DO FORNECEDOR                         *
      *   'D' - UM POR FUNCIONARIO E BENEFICIO DO FORNECEDOR           *
      *   'T' - TRAILER DO PEDIDO DO FORNECEDOR                        *
      ******************************************************************
      * PBEN-TIP-REG    - PIC X(001)       - TIPO DO REGISTRO          *
      * PBEN-FORNECEDOR - PIC 9(010)       - FORNECEDOR (CADFORN)      *
      * PBEN-COMPETENCIA- PIC 9(006)       - COMPETENCIA (AAAAMM)      *
      * HEADER ('H')                                                   *
      * PBEN-NOME-FORN  - PIC X(030)       - NOME DO FORNECEDOR        *
      * PBEN-DAT-GERACAO- PIC 9(008)       - DATA DO PEDIDO            *
      * DETALHE ('D')                                                  *
      * PBEN-FUNC-CODIGO- PIC 9(005)       - CODIGO DO FUNCIONARIO     *
      * PBEN-CPF        - PIC 9(011)       - CPF DO FUNCIONARIO        *
      * PBEN-NOME       - PIC X(030)       - NOME DO FUNCIONARIO       *
      * PBEN-COD-BENEFICIO PIC X(004)      - BENEFICIO (CADBENE)       *
      * PBEN-QTD        - PIC 9(005)       - UNIDADES PEDIDAS          *
      * PBEN-VLR-UNITARIO PIC 9(005)V9(002)- VALOR DE CADA UNIDADE     *
      * PBEN-VLR-TOTAL  - PIC 9(009)V9(002)- VALOR DO PEDIDO           *
      * PBEN-COD-EMPRESA- PIC 9(002)       - EMPRESA DA LOTACAO        *
      * TRAILER ('T')                                                  *
      * PBEN-QTD-REG    - PIC 9(007)       - QTDE DE REGISTROS DO      *
      *                                      PEDIDO, INCLUSIVE H E T   *
      * PBEN-TOT-QTD    - PIC 9(009)       - TOTAL DE UNIDADES         *
      * PBEN-TOT-VLR    - PIC 9(013)V9(002)- VALOR TOTAL DO PEDIDO     *
      ******************************************************************
      *
       01          REG-PBEN.
           03      PBEN-TIP-REG    PIC     X(001).
             88    PBEN-HEADER             VALUE 'H'.
             88    PBEN-DETALHE            VALUE 'D'.
             88    PBEN-TRAILER            VALUE 'T'.
           03      PBEN-FORNECEDOR PIC     9(010).
           03      PBEN-COMPETENCIA
                                   PIC     9(006).
           03      PBEN-NOME-FORN  PIC     X(030).
           03      PBEN-DAT-GERACAO
                                   PIC     9(008).
           03      FILLER          PIC     X(045).
       01          REG-PBEN-DETALHE        REDEFINES REG-PBEN.
           03      FILLER          PIC     X(017).
           03      PBEN-FUNC-CODIGO
                                   PIC     9(005).
           03      PBEN-CPF        PIC     9(011).
           03      PBEN-NOME       PIC     X(030).
           03      PBEN-COD-BENEFICIO
                                   PIC     X(004).
           03      PBEN-QTD        PIC     9(005).
           03      PBEN-VLR-UNITARIO
                                   PIC     9(005)V9(002).
           03      PBEN-VLR-TOTAL  PIC     9(009)V9(002).
           03      PBEN-COD-EMPRESA
                                   PIC     9(002).
           03      FILLER          PIC     X(008).
       01          REG-PBEN-TRAILER        REDEFINES REG-PBEN.
           03      FILLER          PIC     X(017).
           03      PBEN-QTD-REG    PIC     9(007).
           03      PBEN-TOT-QTD    PIC     9(009).
           03      PBEN-TOT-VLR    PIC     9(013)V9(002).
           03      FILLER          PIC     X(052).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPBEN *
      ******************************************************************
