      * MOVA-VLR-VENDA  - PIC S9(013)V9(002)- VALOR DO MOVIMENTO       *
      *                    POSITIVO = VENDA   NEGATIVO = CREDITO/      *
      *                    DEVOLUCAO                                  *
      * MOVA-COD-FIL    - PIC 9(005)        - FILIAL VENDEDORA         *
      * MOVA-QTD-VENDA  - PIC 9(005)        - QUANTIDADE MOVIMENTADA   *
      * MOVA-COD-VENDEDOR PIC 9(005)        - FUNCIONARIO VENDEDOR     *
      *                    (ZERO = VENDA SEM VENDEDOR)                 *
      * FILLER          - PIC X(017)        - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-MOVA.
         03        MOVA-VLR-VENDA  PIC     S9(013)V9(002).
         03        MOVA-DT-VENDA   PIC     9(008).
         03        MOVA-COD-FIL    PIC     9(005).
         03        MOVA-QTD-VENDA  PIC     9(005).
         03        MOVA-COD-VENDEDOR
                                   PIC     9(005).
         03        FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADMOVA *
