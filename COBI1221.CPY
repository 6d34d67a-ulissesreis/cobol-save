      *                    DEVOLUCAO                                  *
      * PMOV-DT-VENDA   - PIC 9(008)        - DATA DO MOVIMENTO        *
      *                    (AAAAMMDD)                                  *
      * PMOV-COD-FIL    - PIC 9(005)        - FILIAL VENDEDORA         *
      * PMOV-QTD-VENDA  - PIC 9(005)        - QUANTIDADE MOVIMENTADA   *
      *                    (NAO NUMERICO = 1 - LAYOUT ANTERIOR;        *
      *                     ZERO = AJUSTE SOMENTE DE VALOR)            *
      * PMOV-COD-VENDEDOR PIC 9(005)        - FUNCIONARIO VENDEDOR     *
      *                    (CADFFIL) - ZERO OU NAO NUMERICO = VENDA    *
      *                    SEM VENDEDOR, NAO COMISSIONADA              *
      * FILLER          - PIC X(016)        - AREA LIVRE               *
      ******************************************************************
      * REDEFINES PARA O REGISTRO TRAILER                              *
      * PMOV-QTD-REG    - PIC 9(007)        - QTDE DE DETALHES LIDOS   *
               05  PMOV-VLR-VENDA  PIC     S9(013)V9(002).
               05  PMOV-DT-VENDA   PIC     9(008).
               05  PMOV-COD-FIL    PIC     9(005).
               05  PMOV-QTD-VENDA  PIC     9(005).
               05  PMOV-COD-VENDEDOR
                                   PIC     9(005).
               05  FILLER          PIC     X(016).
       01          REG-PMOV-TRAILER REDEFINES REG-PMOV.
           03      FILLER          PIC     X(001).
           03      PMOV-QTD-REG    PIC     9(007).
