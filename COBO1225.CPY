      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADMARG         - LCREL 100 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1225 - MARGEM BRUTA MENSAL POR FILIAL    *
      *                              (GPFPB158) - RECEITA, CUSTO DAS   *
      *                              MERCADORIAS VENDIDAS E MARGEM     *
      ******************************************************************
      * MARG-PERIODO    - PIC 9(006)       - PERIODO (AAAAMM)          *
      * MARG-COD-FIL    - PIC 9(005)       - CODIGO DA FILIAL          *
      * MARG-COD-REGIAO - PIC X(004)       - REGIAO DA FILIAL (CADREGI)*
      * MARG-QTD-VENDIDA- PIC S9(009)      - QUANTIDADE LIQUIDA        *
      *                                      VENDIDA (VENDAS MENOS     *
      *                                      DEVOLUCOES)               *
      * MARG-VLR-RECEITA- PIC S9(015)V9(002) RECEITA LIQUIDA           *
      * MARG-VLR-CMV    - PIC S9(015)V9(002) CUSTO DAS MERCADORIAS     *
      *                                      VENDIDAS (QTDE X CUSTO    *
      *                                      MEDIO DO CADMATR)         *
      * MARG-VLR-MARGEM - PIC S9(015)V9(002) MARGEM BRUTA              *
      * MARG-PCT-MARGEM - PIC S9(005)V9(002) MARGEM SOBRE A RECEITA (%)*
      * MARG-QTD-ABX-CUSTO PIC 9(005)      - PECAS VENDIDAS ABAIXO DO  *
      *                                      CUSTO NA FILIAL           *
      * FILLER          - PIC X(013)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-MARG.
           03      MARG-PERIODO    PIC     9(006).
           03      MARG-COD-FIL    PIC     9(005).
           03      MARG-COD-REGIAO PIC     X(004).
           03      MARG-QTD-VENDIDA
                                   PIC    S9(009).
           03      MARG-VLR-RECEITA
                                   PIC    S9(015)V9(002).
           03      MARG-VLR-CMV    PIC    S9(015)V9(002).
           03      MARG-VLR-MARGEM PIC    S9(015)V9(002).
           03      MARG-PCT-MARGEM PIC    S9(005)V9(002).
           03      MARG-QTD-ABX-CUSTO
                                   PIC     9(005).
           03      FILLER          PIC     X(013).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADMARG *
      ******************************************************************
