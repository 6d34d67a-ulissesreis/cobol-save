      * OPER-AUT-DEPT   - PIC X(001)       - 'S' AUTORIZADO CADDEPT    *
      * OPER-AUT-PARM   - PIC X(001)       - 'S' AUTORIZADO CADPARM    *
      * OPER-AUT-MUNI   - PIC X(001)       - 'S' AUTORIZADO CADMUNI    *
      * OPER-AUT-PORD   - PIC X(001)       - 'S' APROVADOR DE PEDIDOS  *
      *                                      DE COMPRA (GPFPB128)      *
      * OPER-NIV-APROV  - PIC 9(001)       - NIVEL DE ALCADA DO        *
      *                                      APROVADOR (1 A 9)         *
      * OPER-AUT-BUDG   - PIC X(001)       - 'S' CONTROLADORIA: LIBERA *
      *                                      PEDIDO RETIDO POR ESTOURO *
      *                                      DE ORCAMENTO (GPFPB128)   *
      * OPER-AUT-PMAN   - PIC X(001)       - 'S' COMPRADOR: ALTERA E   *
      *                                      CANCELA LINHAS DE PEDIDO  *
      *                                      DE COMPRA (GPFPB130)      *
      * OPER-AUT-DUPL   - PIC X(001)       - 'S' CONTAS A PAGAR: LIBERA*
      *                                      OU CANCELA NOTA RETIDA    *
      *                                      COMO DUPLICADA (GPFPB081) *
      * OPER-AUT-CBCK   - PIC X(001)       - 'S' TESOURARIA: CONFIRMA  *
      *                                      POR CALL-BACK A ALTERACAO *
      *                                      DOS DADOS BANCARIOS DO    *
      *                                      FORNECEDOR (GPFPB134)     *
      * OPER-AUT-BAIX   - PIC X(001)       - 'S' APROVA BAIXA DE       *
      *                                      ESTOQUE POR PERDA ACIMA   *
      *                                      DA ALCADA (GPFPB142)      *
      ******************************************************************
      *
       01          REG-OPER.
           03      OPER-AUT-DEPT   PIC     X(001).
           03      OPER-AUT-PARM   PIC     X(001).
           03      OPER-AUT-MUNI   PIC     X(001).
           03      OPER-AUT-PORD   PIC     X(001).
           03      OPER-NIV-APROV  PIC     9(001).
           03      OPER-AUT-BUDG   PIC     X(001).
           03      OPER-AUT-PMAN   PIC     X(001).
           03      OPER-AUT-DUPL   PIC     X(001).
           03      OPER-AUT-CBCK   PIC     X(001).
           03      OPER-AUT-BAIX   PIC     X(001).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADOPER *
