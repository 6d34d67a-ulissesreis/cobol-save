      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE ENTRADA - CADPAPM       - LCREL 050 BYTES   *
      ******************************************************************
      * NOME DO BOOK    - COBI1086 - MOVIMENTO DE APROVACAO DE PEDIDOS *
      *                              DE COMPRA PENDENTES (CADPAPR)     *
      ******************************************************************
      * PAPM-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * PAPM-DECISAO    - PIC X(001)       - 'L' LIBERAR / 'R' REJEITAR*
      *                                      'O' LIBERAR ACIMA DO      *
      *                                      ORCAMENTO (CONTROLADORIA) *
      * PAPM-ID-OPERADOR- PIC X(004)       - OPERADOR APROVADOR        *
      *                                      (CONFERIDO COM O CADOPER) *
      * PAPM-MOTIVO     - PIC X(030)       - MOTIVO DA REJEICAO        *
      * FILLER          - PIC X(008)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-PAPM.
           03      PAPM-NUM-PEDIDO PIC     9(007).
           03      PAPM-DECISAO    PIC     X(001).
             88    PAPM-LIBERAR            VALUE 'L'.
             88    PAPM-REJEITAR           VALUE 'R'.
             88    PAPM-LIBERAR-ORCAM      VALUE 'O'.
           03      PAPM-ID-OPERADOR
                                   PIC     X(004).
           03      PAPM-MOTIVO     PIC     X(030).
           03      FILLER          PIC     X(008).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE ENTRADA       SEQ. - INPUT - CADPAPM *
      ******************************************************************
