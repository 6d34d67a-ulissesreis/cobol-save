      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADDUPM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1089 - DECISOES DO CONTAS A PAGAR SOBRE  *
      *                              OS ITENS DE NOTA FISCAL RETIDOS   *
      *                              COMO SUSPEITOS DE DUPLICIDADE     *
      *                              (CADFINR DO GPFPB081)             *
      ******************************************************************
      * DUPM-FORNECEDOR - PIC 9(010)       - CODIGO DO FORNECEDOR      *
      * DUPM-NUM-NF     - PIC 9(009)       - NUMERO DA NOTA FISCAL     *
      * DUPM-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * DUPM-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * DUPM-DECISAO    - PIC X(001)       - 'L' LIBERA (NAO E DUPLI-  *
      *                                          CADA)                 *
      *                                      'C' CANCELA (DUPLICADA)   *
      * DUPM-ID-OPERADOR- PIC X(004)       - ANALISTA DO CONTAS A      *
      *                                      PAGAR (CONFERIDO COM O    *
      *                                      CADOPER, OPER-AUT-DUPL)   *
      * FILLER          - PIC X(014)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-DUPM.
           03      DUPM-FORNECEDOR PIC     9(010).
           03      DUPM-NUM-NF     PIC     9(009).
           03      DUPM-NUM-PEDIDO PIC     9(007).
           03      DUPM-COD-PEC    PIC     9(005).
           03      DUPM-DECISAO    PIC     X(001).
             88    DUPM-LIBERA             VALUE 'L'.
             88    DUPM-CANCELA            VALUE 'C'.
           03      DUPM-ID-OPERADOR
                                   PIC     X(004).
           03      FILLER          PIC     X(014).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADDUPM *
      ******************************************************************
