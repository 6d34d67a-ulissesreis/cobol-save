      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADCOMI         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1226 - COMISSAO MENSAL POR VENDEDOR      *
      *                              (GPFPB159), CONSUMIDA COMO        *
      *                              PROVENTO PELA FOLHA GPFPB107      *
      ******************************************************************
      * COMI-FUNC-CODIGO- PIC 9(005)       - CODIGO DO VENDEDOR        *
      * COMI-PERIODO    - PIC 9(006)       - PERIODO (AAAAMM)          *
      * COMI-VLR-VENDAS - PIC 9(013)V9(002)- VENDAS COMISSIONADAS      *
      * COMI-VLR-DEVOLUCOES                - DEVOLUCOES ESTORNADAS     *
      *                   PIC 9(013)V9(002)  (VALOR ABSOLUTO)          *
      * COMI-VLR-BASE   - PIC S9(13)V9(02) - BASE LIQUIDA (VENDAS      *
      *                                      MENOS DEVOLUCOES)         *
      * COMI-VLR-APURADO- PIC S9(11)V9(02) - COMISSAO LIQUIDA APURADA  *
      * COMI-VLR-COMISSAO PIC 9(009)V9(02) - COMISSAO A PAGAR NA FOLHA *
      *                                      (APURADO NEGATIVO = ZERO) *
      * COMI-QTD-EXCECOES PIC 9(005)       - MOVIMENTOS NAO            *
      *                                      COMISSIONADOS (SEM        *
      *                                      VINCULO COM A FILIAL NO   *
      *                                      CADFFIL OU SEM REGRA)     *
      * FILLER          - PIC X(015)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-COMI.
           03      COMI-FUNC-CODIGO
                                   PIC     9(005).
           03      COMI-PERIODO    PIC     9(006).
           03      COMI-VLR-VENDAS PIC     9(013)V9(002).
           03      COMI-VLR-DEVOLUCOES
                                   PIC     9(013)V9(002).
           03      COMI-VLR-BASE   PIC    S9(013)V9(002).
           03      COMI-VLR-APURADO
                                   PIC    S9(011)V9(002).
           03      COMI-VLR-COMISSAO
                                   PIC     9(009)V9(002).
           03      COMI-QTD-EXCECOES
                                   PIC     9(005).
           03      FILLER          PIC     X(015).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADCOMI *
      ******************************************************************
