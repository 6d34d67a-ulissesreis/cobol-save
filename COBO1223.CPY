      * MOVS-DT-VENDA   - PIC 9(008)        - DATA DO MOVIMENTO        *
      *                    (AAAAMMDD) - COMO INFORMADA, POSSIVEL       *
      *                    INVALIDA                                   *
      * MOVS-COD-FIL    - PIC 9(005)        - FILIAL VENDEDORA         *
      * MOVS-QTD-VENDA  - PIC 9(005)        - QUANTIDADE MOVIMENTADA   *
      * MOVS-COD-VENDEDOR PIC 9(005)        - FUNCIONARIO VENDEDOR     *
      *                    (ZERO = VENDA SEM VENDEDOR)                 *
      * FILLER          - PIC X(017)        - AREA LIVRE               *
      ******************************************************************
      *
       01          REG-MOVS.
         03        MOVS-VLR-VENDA  PIC     S9(013)V9(002).
         03        MOVS-DT-VENDA   PIC     9(008).
         03        MOVS-COD-FIL    PIC     9(005).
         03        MOVS-QTD-VENDA  PIC     9(005).
         03        MOVS-COD-VENDEDOR
                                   PIC     9(005).
         03        FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADMOVS *
