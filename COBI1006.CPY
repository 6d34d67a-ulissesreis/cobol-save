      * COTA-COTACAO    - OCCURS 5 VEZES    - TABELA DE COTACOES       *
      *   COTA-FORNECE  - PIC 9(010)        - CODIGO DO FORNECEDOR     *
      *   COTA-VLR-UNI  - PIC 9(013)V9(002) - VALOR UNITARIO DA COTA   *
      *   NOS PEDIDOS DE COTACAO (CADCOTG/CADCOTR, QTD-COTACOES = 0)   *
      *   COTA-FORNECE (1) TRAZ O FORNECEDOR A QUEM O PEDIDO FOI       *
      *   DIRIGIDO, COM COTA-VLR-UNI (1) ZERADO                        *
      * COTA-QTD-COMPRA - PIC 9(005)        - QTDE A REPOR (SUGESTAO   *
      *                                       ATE A QTDE MAXIMA)       *
      * FILLER          - PIC X(005)        - AREA LIVRE               *
