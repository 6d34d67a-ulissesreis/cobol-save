      ******************************************************************
      * SISTEMA         - CURSO DE PROGRAMACAO COBOL II      MAINFRAME *
      ******************************************************************
      * BOOK DO ARQUIVO DE SAIDA   - CADPOLG         - LCREL 250 BYTES *
      ******************************************************************
      * NOME DO BOOK    - COBO1090 - TRILHO DE AUDITORIA DAS ALTERACOES*
      *                              E CANCELAMENTOS DE LINHAS DE      *
      *                              PEDIDO DE COMPRA (IMAGENS ANTES/  *
      *                              DEPOIS DO CADPORD)                *
      ******************************************************************
      * POLG-NUM-PEDIDO - PIC 9(007)       - NUMERO DO PEDIDO          *
      * POLG-COD-PEC    - PIC 9(005)       - CODIGO DA PECA            *
      * POLG-TIPO       - PIC X(001)       - 'A'/'C' APLICADO          *
      * POLG-IMAGEM-ANTES X(100)           - LINHA ANTES DA MANUTENCAO *
      * POLG-IMAGEM-DEPOIS X(100)          - LINHA DEPOIS DA MANUTENCAO*
      * POLG-DAT-MOV    - PIC 9(008)       - DATA DA APLICACAO         *
      * POLG-ID-OPERADOR- PIC X(004)       - COMPRADOR SOLICITANTE     *
      * POLG-PROGRAMA   - PIC X(008)       - PROGRAMA QUE APLICOU      *
      * FILLER          - PIC X(017)       - AREA LIVRE                *
      ******************************************************************
      *
       01          REG-POLG.
           03      POLG-NUM-PEDIDO PIC     9(007).
           03      POLG-COD-PEC    PIC     9(005).
           03      POLG-TIPO       PIC     X(001).
           03      POLG-IMAGEM-ANTES
                                   PIC     X(100).
           03      POLG-IMAGEM-DEPOIS
                                   PIC     X(100).
           03      POLG-DAT-MOV    PIC     9(008).
           03      POLG-ID-OPERADOR
                                   PIC     X(004).
           03      POLG-PROGRAMA   PIC     X(008).
           03      FILLER          PIC     X(017).
      *
      ******************************************************************
      * FIM DO BOOK DO ARQUIVO DE SAIDA        SEQ. - OUTPUT - CADPOLG *
      ******************************************************************
